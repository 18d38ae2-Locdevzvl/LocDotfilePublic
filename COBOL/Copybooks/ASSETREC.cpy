      * Shared ASSETREG fixed-asset register record - maintained by
      * ASSETMNT, depreciated and disposed of by ASSETDEP.  The three
      * ACCTMAST accounts say where the asset's cost, its
      * accumulated depreciation and its monthly expense are carried.
      * Method 'S' writes the depreciable amount (cost less salvage)
      * off evenly over the useful life; 'D' takes twice the
      * straight-line rate on the remaining book value.  Neither
      * takes book value below salvage.  ASST-LAST-PERIOD is the
      * last LGRCLCTL period depreciated, so a rerun cannot charge a
      * month twice.  A disposal entered through ASSETMNT leaves the
      * asset 'P' (pending) until ASSETDEP posts it and marks it
      * 'D'.
       01  ASSET-RECORD.
           05 ASST-NUMBER         PIC 9(06).
           05 ASST-DESCRIPTION    PIC X(30).
           05 ASST-ACQ-DATE       PIC 9(08).
           05 ASST-ACQ-PARTS REDEFINES ASST-ACQ-DATE.
               10 ASST-ACQ-PERIOD PIC 9(06).
               10 ASST-ACQ-DD     PIC 9(02).
           05 ASST-COST           PIC 9(07)V9(02).
           05 ASST-SALVAGE        PIC 9(07)V9(02).
           05 ASST-LIFE-MONTHS    PIC 9(03).
           05 ASST-METHOD         PIC X(01).
               88 ASST-STRAIGHT-LINE  VALUE 'S'.
               88 ASST-DECLINING      VALUE 'D'.
           05 ASST-ASSET-ACCOUNT  PIC 9(06).
           05 ASST-ACCUM-ACCOUNT  PIC 9(06).
           05 ASST-EXPENSE-ACCOUNT PIC 9(06).
           05 ASST-ACCUM-DEPR     PIC 9(07)V9(02).
           05 ASST-LAST-PERIOD    PIC 9(06).
           05 ASST-STATUS         PIC X(01).
               88 ASST-ACTIVE         VALUE 'A'.
               88 ASST-DISPOSAL-PENDING VALUE 'P'.
               88 ASST-DISPOSED       VALUE 'D'.
           05 ASST-DISPOSAL-DATE  PIC 9(08).
           05 ASST-PROCEEDS       PIC 9(07)V9(02).
