      * Shared IMBCTL Intelligent Mail barcode control record - the
      * barcode identifier, service type and Postal Service mailer
      * id that open the tracking code of every barcode the label
      * runs print.  MAILLBL and HSHLDLBL read it; with no record
      * on hand no barcodes are printed and the labels go out at
      * the ordinary presort rate.  The serial number that follows
      * in the tracking code is numbered by the run itself.
       01  IMB-CONTROL-RECORD.
           05 IMBC-BARCODE-ID     PIC 9(02).
           05 IMBC-SERVICE-TYPE   PIC 9(03).
           05 IMBC-MAILER-ID      PIC 9(06).
