       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTBKUP.
       AUTHOR. MTH.

      * Master-file backup set.  Every run opens its masters with
      * OPEN OUTPUT or rewrites them through a turnover, so one bad
      * night - a half-applied CUSTMNT batch, a corrupted ACCTMAST -
      * leaves nothing to go back to.  Run at day-open, MSTBKUP
      * copies the customer index, the account, ledger, suspense,
      * reconciliation and rate masters and every control record
      * the suite reads into the BKUPSET archive, each image stamped
      * with the processing date and dataset name (the archive
      * pattern GENCUT uses), and writes a BKUPMANF manifest line
      * per dataset - record count and the additive content hash
      * CFGSNAP takes.  A dataset not on hand is entered as absent
      * rather than failing the set.  Sets older than the retention
      * days on the BKUPCTL control record (default 14) come off
      * the archive and manifest in the same turnover, and a rerun
      * on the same date replaces that date's set.
      *
      * BKUPCTL also selects the other two modes.  Restore (R)
      * puts a named set - or the latest - back over the live
      * masters, either all of them or only the datasets named on
      * F lines; the set is proved against its manifest first and
      * if any selected dataset fails to prove, or a name is not
      * one the set knows, nothing at all is restored.  Each
      * restored file is read back and agreed to the manifest.
      * Verify (V), run weekly, proves a set is complete and
      * restorable: a manifest line for every dataset, archive
      * counts and hashes that agree, customer keys in strict
      * ascending order for the index load.  Each dataset reports
      * VERIFIED, MISMATCH or MISSING on BKUPRPT; any problem in
      * any mode ends the run with RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-CTL-FILE ASSIGN TO "BKUPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-CTL-STATUS.
           SELECT BACKUP-SET-FILE ASSIGN TO "BKUPSET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-SET-STATUS.
           SELECT BACKUP-SET-NEW-FILE ASSIGN TO "BKUPSNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-SET-NEW-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "BKUPMANF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT MANIFEST-NEW-FILE ASSIGN TO "BKUPMNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-NEW-STATUS.
           SELECT BACKUP-RPT-FILE ASSIGN TO "BKUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-RPT-STATUS.
           SELECT CUSTIDX-FILE ASSIGN TO "CUSTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTIDX-ID
               ALTERNATE RECORD KEY IS CUSTIDX-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTIDX-STATUS.
           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT LEDGOPEN-FILE ASSIGN TO "LEDGOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGOPEN-STATUS.
           SELECT ACSTBAL-FILE ASSIGN TO "ACSTBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACSTBAL-STATUS.
           SELECT SUSPFILE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPFILE-STATUS.
           SELECT RECNOUTS-FILE ASSIGN TO "RECNOUTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECNOUTS-STATUS.
           SELECT ADJSENT-FILE ASSIGN TO "ADJSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJSENT-STATUS.
           SELECT FXRATES-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATES-STATUS.
           SELECT OPERFILE-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERFILE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT MOSUMCTL-FILE ASSIGN TO "MOSUMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOSUMCTL-STATUS.
           SELECT PICCTL-FILE ASSIGN TO "PICCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICCTL-STATUS.
           SELECT AUDARCTL-FILE ASSIGN TO "AUDARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARCTL-STATUS.
           SELECT ERRTHCTL-FILE ASSIGN TO "ERRTHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRTHCTL-STATUS.
           SELECT RECNCTL-FILE ASSIGN TO "RECNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECNCTL-STATUS.
           SELECT ADJCTL-FILE ASSIGN TO "ADJCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJCTL-STATUS.
           SELECT SGNCVCTL-FILE ASSIGN TO "SGNCVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGNCVCTL-STATUS.
           SELECT TIDXCTL-FILE ASSIGN TO "TIDXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIDXCTL-STATUS.
           SELECT SHRDCTL-FILE ASSIGN TO "SHRDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHRDCTL-STATUS.
           SELECT STEPCFG-FILE ASSIGN TO "STEPCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPCFG-STATUS.
           SELECT GENCTL-FILE ASSIGN TO "GENCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCTL-STATUS.
           SELECT CALFILE-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALFILE-STATUS.
           SELECT LGRCLCTL-FILE ASSIGN TO "LGRCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGRCLCTL-STATUS.
           SELECT CHGRATE-FILE ASSIGN TO "CHGRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGRATE-STATUS.
           SELECT GATECUT-FILE ASSIGN TO "GATECUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATECUT-STATUS.
           SELECT IMBCTL-FILE ASSIGN TO "IMBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMBCTL-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT AGECTL-FILE ASSIGN TO "AGECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGECTL-STATUS.
           SELECT ANNCTL-FILE ASSIGN TO "ANNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANNCTL-STATUS.
           SELECT APCTL-FILE ASSIGN TO "APCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APCTL-STATUS.
           SELECT ASSETCTL-FILE ASSIGN TO "ASSETCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSETCTL-STATUS.
           SELECT ASSMCTL-FILE ASSIGN TO "ASSMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSMCTL-STATUS.
           SELECT BACKCTL-FILE ASSIGN TO "BACKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKCTL-STATUS.
           SELECT BNKFMCTL-FILE ASSIGN TO "BNKFMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNKFMCTL-STATUS.
           SELECT BUDGCTL-FILE ASSIGN TO "BUDGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGCTL-STATUS.
           SELECT CASHCTL-FILE ASSIGN TO "CASHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHCTL-STATUS.
           SELECT CIQCTL-FILE ASSIGN TO "CIQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIQCTL-STATUS.
           SELECT CMNTCTL-FILE ASSIGN TO "CMNTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMNTCTL-STATUS.
           SELECT CORRCTL-FILE ASSIGN TO "CORRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRCTL-STATUS.
           SELECT DORMCTL-FILE ASSIGN TO "DORMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMCTL-STATUS.
           SELECT DUNCTL-FILE ASSIGN TO "DUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNCTL-STATUS.
           SELECT DUPCTL-FILE ASSIGN TO "DUPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPCTL-STATUS.
           SELECT FCTCTL-FILE ASSIGN TO "FCTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCTCTL-STATUS.
           SELECT FXCTL-FILE ASSIGN TO "FXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXCTL-STATUS.
           SELECT FXREVCTL-FILE ASSIGN TO "FXREVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXREVCTL-STATUS.
           SELECT GATECTL-FILE ASSIGN TO "GATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATECTL-STATUS.
           SELECT JRNLCTL-FILE ASSIGN TO "JRNLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNLCTL-STATUS.
           SELECT LRGCTL-FILE ASSIGN TO "LRGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRGCTL-STATUS.
           SELECT MOTRNCTL-FILE ASSIGN TO "MOTRNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOTRNCTL-STATUS.
           SELECT PRFCTL-FILE ASSIGN TO "PRFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFCTL-STATUS.
           SELECT PSTCCTL-FILE ASSIGN TO "PSTCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSTCCTL-STATUS.
           SELECT REFCTL-FILE ASSIGN TO "REFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFCTL-STATUS.
           SELECT REGRCTL-FILE ASSIGN TO "REGRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRCTL-STATUS.
           SELECT RNDCTL-FILE ASSIGN TO "RNDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNDCTL-STATUS.
           SELECT SUSPCTL-FILE ASSIGN TO "SUSPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPCTL-STATUS.
           SELECT TIECTL-FILE ASSIGN TO "TIECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIECTL-STATUS.
           SELECT TLIFCTL-FILE ASSIGN TO "TLIFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLIFCTL-STATUS.
           SELECT WOCTL-FILE ASSIGN TO "WOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOCTL-STATUS.
           SELECT ADJPCTL-FILE ASSIGN TO "ADJPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJPCTL-STATUS.
           SELECT INTGCTL-FILE ASSIGN TO "INTGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTGCTL-STATUS.
           SELECT KEYMCTL-FILE ASSIGN TO "KEYMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYMCTL-STATUS.
           SELECT PSTRATES-FILE ASSIGN TO "PSTRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSTRATES-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  BACKUP-CTL-FILE
           RECORDING MODE IS F.
       01  BACKUP-CTL-RECORD.
           05 BCTL-TYPE              PIC X(01).
               88 BCTL-BACKUP           VALUE 'B'.
               88 BCTL-RESTORE          VALUE 'R'.
               88 BCTL-VERIFY           VALUE 'V'.
               88 BCTL-DATASET          VALUE 'F'.
           05 BCTL-SET-DATE          PIC X(08).
           05 BCTL-RETENTION         PIC X(03).
       01  BACKUP-CTL-DATASET-RECORD.
           05 FILLER                 PIC X(01).
           05 BCTL-DATASET-NAME      PIC X(08).
           05 FILLER                 PIC X(03).

       FD  BACKUP-SET-FILE
           RECORDING MODE IS F.
       01  BACKUP-SET-RECORD.
           05 BSET-SET-DATE          PIC 9(08).
           05 BSET-DATASET           PIC X(08).
           05 BSET-IMAGE             PIC X(91).

       FD  BACKUP-SET-NEW-FILE
           RECORDING MODE IS F.
       01  BACKUP-SET-NEW-RECORD     PIC X(107).

       FD  MANIFEST-FILE
           RECORDING MODE IS F.
       01  MANIFEST-RECORD.
           05 BMAN-SET-DATE          PIC 9(08).
           05 BMAN-DATASET           PIC X(08).
           05 BMAN-STATE             PIC X(01).
               88 BMAN-PRESENT          VALUE 'P'.
               88 BMAN-ABSENT           VALUE 'A'.
               88 BMAN-FAILED           VALUE 'E'.
           05 BMAN-RECORD-COUNT      PIC 9(06).
           05 BMAN-HASH-TOTAL        PIC 9(06).

       FD  MANIFEST-NEW-FILE
           RECORDING MODE IS F.
       01  MANIFEST-NEW-RECORD       PIC X(29).

       FD  BACKUP-RPT-FILE
           RECORDING MODE IS F.
       01  BACKUP-RPT-RECORD         PIC X(80).

       FD  CUSTIDX-FILE
           RECORDING MODE IS F.
       01  CUSTIDX-RECORD.
           05 CUSTIDX-ID             PIC 9(06).
           05 FILLER                 PIC X(80).
           05 CUSTIDX-NAME-KEY       PIC X(05).

       FD  ACCTMAST-FILE
           RECORDING MODE IS F.
       01  ACCTMAST-RECORD           PIC X(41).

       FD  LEDGOPEN-FILE
           RECORDING MODE IS F.
       01  LEDGOPEN-RECORD           PIC X(35).

       FD  ACSTBAL-FILE
           RECORDING MODE IS F.
       01  ACSTBAL-RECORD            PIC X(16).

       FD  SUSPFILE-FILE
           RECORDING MODE IS F.
       01  SUSPFILE-RECORD           PIC X(26).

       FD  RECNOUTS-FILE
           RECORDING MODE IS F.
       01  RECNOUTS-RECORD           PIC X(25).

       FD  ADJSENT-FILE
           RECORDING MODE IS F.
       01  ADJSENT-RECORD            PIC X(28).

       FD  FXRATES-FILE
           RECORDING MODE IS F.
       01  FXRATES-RECORD            PIC X(20).

       FD  OPERFILE-FILE
           RECORDING MODE IS F.
       01  OPERFILE-RECORD           PIC X(18).

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD             PIC X(12).

       FD  MOSUMCTL-FILE
           RECORDING MODE IS F.
       01  MOSUMCTL-RECORD           PIC X(06).

       FD  PICCTL-FILE
           RECORDING MODE IS F.
       01  PICCTL-RECORD             PIC X(01).

       FD  AUDARCTL-FILE
           RECORDING MODE IS F.
       01  AUDARCTL-RECORD           PIC X(08).

       FD  ERRTHCTL-FILE
           RECORDING MODE IS F.
       01  ERRTHCTL-RECORD           PIC X(15).

       FD  RECNCTL-FILE
           RECORDING MODE IS F.
       01  RECNCTL-RECORD            PIC X(07).

       FD  ADJCTL-FILE
           RECORDING MODE IS F.
       01  ADJCTL-RECORD             PIC X(04).

       FD  SGNCVCTL-FILE
           RECORDING MODE IS F.
       01  SGNCVCTL-RECORD           PIC X(02).

       FD  TIDXCTL-FILE
           RECORDING MODE IS F.
       01  TIDXCTL-RECORD            PIC X(01).

       FD  SHRDCTL-FILE
           RECORDING MODE IS F.
       01  SHRDCTL-RECORD            PIC X(01).

       FD  STEPCFG-FILE
           RECORDING MODE IS F.
       01  STEPCFG-RECORD            PIC X(17).

       FD  GENCTL-FILE
           RECORDING MODE IS F.
       01  GENCTL-RECORD             PIC X(03).

       FD  CALFILE-FILE
           RECORDING MODE IS F.
       01  CALFILE-RECORD            PIC X(10).

       FD  LGRCLCTL-FILE
           RECORDING MODE IS F.
       01  LGRCLCTL-RECORD           PIC X(06).

       FD  CHGRATE-FILE
           RECORDING MODE IS F.
       01  CHGRATE-RECORD            PIC X(51).

       FD  GATECUT-FILE
           RECORDING MODE IS F.
       01  GATECUT-RECORD            PIC X(06).

       FD  IMBCTL-FILE
           RECORDING MODE IS F.
       01  IMBCTL-RECORD             PIC X(11).

       FD  PROCDATE-FILE
           RECORDING MODE IS F.
       01  PROCDATE-RECORD           PIC X(25).

       FD  AGECTL-FILE
           RECORDING MODE IS F.
       01  AGECTL-RECORD             PIC X(07).

       FD  ANNCTL-FILE
           RECORDING MODE IS F.
       01  ANNCTL-RECORD             PIC X(04).

       FD  APCTL-FILE
           RECORDING MODE IS F.
       01  APCTL-RECORD              PIC X(18).

       FD  ASSETCTL-FILE
           RECORDING MODE IS F.
       01  ASSETCTL-RECORD           PIC X(18).

       FD  ASSMCTL-FILE
           RECORDING MODE IS F.
       01  ASSMCTL-RECORD            PIC X(18).

       FD  BACKCTL-FILE
           RECORDING MODE IS F.
       01  BACKCTL-RECORD            PIC X(32).

       FD  BNKFMCTL-FILE
           RECORDING MODE IS F.
       01  BNKFMCTL-RECORD           PIC X(08).

       FD  BUDGCTL-FILE
           RECORDING MODE IS F.
       01  BUDGCTL-RECORD            PIC X(05).

       FD  CASHCTL-FILE
           RECORDING MODE IS F.
       01  CASHCTL-RECORD            PIC X(14).

       FD  CIQCTL-FILE
           RECORDING MODE IS F.
       01  CIQCTL-RECORD             PIC X(46).

       FD  CMNTCTL-FILE
           RECORDING MODE IS F.
       01  CMNTCTL-RECORD            PIC X(01).

       FD  CORRCTL-FILE
           RECORDING MODE IS F.
       01  CORRCTL-RECORD            PIC X(06).

       FD  DORMCTL-FILE
           RECORDING MODE IS F.
       01  DORMCTL-RECORD            PIC X(07).

       FD  DUNCTL-FILE
           RECORDING MODE IS F.
       01  DUNCTL-RECORD             PIC X(64).

       FD  DUPCTL-FILE
           RECORDING MODE IS F.
       01  DUPCTL-RECORD             PIC X(03).

       FD  FCTCTL-FILE
           RECORDING MODE IS F.
       01  FCTCTL-RECORD             PIC X(06).

       FD  FXCTL-FILE
           RECORDING MODE IS F.
       01  FXCTL-RECORD              PIC X(08).

       FD  FXREVCTL-FILE
           RECORDING MODE IS F.
       01  FXREVCTL-RECORD           PIC X(12).

       FD  GATECTL-FILE
           RECORDING MODE IS F.
       01  GATECTL-RECORD            PIC X(01).

       FD  JRNLCTL-FILE
           RECORDING MODE IS F.
       01  JRNLCTL-RECORD            PIC X(01).

       FD  LRGCTL-FILE
           RECORDING MODE IS F.
       01  LRGCTL-RECORD             PIC X(17).

       FD  MOTRNCTL-FILE
           RECORDING MODE IS F.
       01  MOTRNCTL-RECORD           PIC X(03).

       FD  PRFCTL-FILE
           RECORDING MODE IS F.
       01  PRFCTL-RECORD             PIC X(21).

       FD  PSTCCTL-FILE
           RECORDING MODE IS F.
       01  PSTCCTL-RECORD            PIC X(01).

       FD  REFCTL-FILE
           RECORDING MODE IS F.
       01  REFCTL-RECORD             PIC X(29).

       FD  REGRCTL-FILE
           RECORDING MODE IS F.
       01  REGRCTL-RECORD            PIC X(01).

       FD  RNDCTL-FILE
           RECORDING MODE IS F.
       01  RNDCTL-RECORD             PIC X(14).

       FD  SUSPCTL-FILE
           RECORDING MODE IS F.
       01  SUSPCTL-RECORD            PIC X(07).

       FD  TIECTL-FILE
           RECORDING MODE IS F.
       01  TIECTL-RECORD             PIC X(17).

       FD  TLIFCTL-FILE
           RECORDING MODE IS F.
       01  TLIFCTL-RECORD            PIC X(06).

       FD  WOCTL-FILE
           RECORDING MODE IS F.
       01  WOCTL-RECORD              PIC X(22).

       FD  ADJPCTL-FILE
           RECORDING MODE IS F.
       01  ADJPCTL-RECORD            PIC X(14).

       FD  INTGCTL-FILE
           RECORDING MODE IS F.
       01  INTGCTL-RECORD            PIC X(01).

       FD  KEYMCTL-FILE
           RECORDING MODE IS F.
       01  KEYMCTL-RECORD            PIC X(19).

       FD  PSTRATES-FILE
           RECORDING MODE IS F.
       01  PSTRATES-RECORD           PIC X(13).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-BACKUP-CTL-STATUS   PIC XX.
           05 WS-BACKUP-SET-STATUS   PIC XX.
           05 WS-BACKUP-SET-NEW-STATUS PIC XX.
           05 WS-MANIFEST-STATUS     PIC XX.
           05 WS-MANIFEST-NEW-STATUS PIC XX.
           05 WS-BACKUP-RPT-STATUS   PIC XX.
           05 WS-CUSTIDX-STATUS      PIC XX.
           05 WS-ACCTMAST-STATUS     PIC XX.
           05 WS-LEDGOPEN-STATUS     PIC XX.
           05 WS-ACSTBAL-STATUS      PIC XX.
           05 WS-SUSPFILE-STATUS     PIC XX.
           05 WS-RECNOUTS-STATUS     PIC XX.
           05 WS-ADJSENT-STATUS      PIC XX.
           05 WS-FXRATES-STATUS      PIC XX.
           05 WS-OPERFILE-STATUS     PIC XX.
           05 WS-RUNCTL-STATUS       PIC XX.
           05 WS-MOSUMCTL-STATUS     PIC XX.
           05 WS-PICCTL-STATUS       PIC XX.
           05 WS-AUDARCTL-STATUS     PIC XX.
           05 WS-ERRTHCTL-STATUS     PIC XX.
           05 WS-RECNCTL-STATUS      PIC XX.
           05 WS-ADJCTL-STATUS       PIC XX.
           05 WS-SGNCVCTL-STATUS     PIC XX.
           05 WS-TIDXCTL-STATUS      PIC XX.
           05 WS-SHRDCTL-STATUS      PIC XX.
           05 WS-STEPCFG-STATUS      PIC XX.
           05 WS-GENCTL-STATUS       PIC XX.
           05 WS-CALFILE-STATUS      PIC XX.
           05 WS-LGRCLCTL-STATUS     PIC XX.
           05 WS-CHGRATE-STATUS      PIC XX.
           05 WS-GATECUT-STATUS      PIC XX.
           05 WS-IMBCTL-STATUS       PIC XX.
           05 WS-PROCDATE-STATUS     PIC XX.
           05 WS-AGECTL-STATUS       PIC XX.
           05 WS-ANNCTL-STATUS       PIC XX.
           05 WS-APCTL-STATUS        PIC XX.
           05 WS-ASSETCTL-STATUS     PIC XX.
           05 WS-ASSMCTL-STATUS      PIC XX.
           05 WS-BACKCTL-STATUS      PIC XX.
           05 WS-BNKFMCTL-STATUS     PIC XX.
           05 WS-BUDGCTL-STATUS      PIC XX.
           05 WS-CASHCTL-STATUS      PIC XX.
           05 WS-CIQCTL-STATUS       PIC XX.
           05 WS-CMNTCTL-STATUS      PIC XX.
           05 WS-CORRCTL-STATUS      PIC XX.
           05 WS-DORMCTL-STATUS      PIC XX.
           05 WS-DUNCTL-STATUS       PIC XX.
           05 WS-DUPCTL-STATUS       PIC XX.
           05 WS-FCTCTL-STATUS       PIC XX.
           05 WS-FXCTL-STATUS        PIC XX.
           05 WS-FXREVCTL-STATUS     PIC XX.
           05 WS-GATECTL-STATUS      PIC XX.
           05 WS-JRNLCTL-STATUS      PIC XX.
           05 WS-LRGCTL-STATUS       PIC XX.
           05 WS-MOTRNCTL-STATUS     PIC XX.
           05 WS-PRFCTL-STATUS       PIC XX.
           05 WS-PSTCCTL-STATUS      PIC XX.
           05 WS-REFCTL-STATUS       PIC XX.
           05 WS-REGRCTL-STATUS      PIC XX.
           05 WS-RNDCTL-STATUS       PIC XX.
           05 WS-SUSPCTL-STATUS      PIC XX.
           05 WS-TIECTL-STATUS       PIC XX.
           05 WS-TLIFCTL-STATUS      PIC XX.
           05 WS-WOCTL-STATUS        PIC XX.
           05 WS-ADJPCTL-STATUS      PIC XX.
           05 WS-INTGCTL-STATUS      PIC XX.
           05 WS-KEYMCTL-STATUS      PIC XX.
           05 WS-PSTRATES-STATUS     PIC XX.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-START-TIME             PIC 9(8).
       01  WS-STAT-PROGRAM-ID        PIC X(08) VALUE 'MSTBKUP'.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
       01  WS-RUN-MODE               PIC X(01) VALUE 'B'.
           88 WS-MODE-BACKUP            VALUE 'B'.
           88 WS-MODE-RESTORE           VALUE 'R'.
           88 WS-MODE-VERIFY            VALUE 'V'.
       01  WS-MODE-WORD              PIC X(07).
       01  WS-REQUESTED-SET          PIC X(08) VALUE SPACES.
       01  WS-SET-DATE               PIC 9(08) VALUE ZERO.
       01  WS-SET-FOUND-SW           PIC X VALUE 'N'.
           88 WS-SET-FOUND              VALUE 'Y'.
       01  WS-SUBSET-SW              PIC X VALUE 'N'.
           88 WS-SUBSET-NAMED           VALUE 'Y'.
       01  WS-UNKNOWN-NAME-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-UNKNOWN-NAME           PIC X(08) VALUE SPACES.
       01  WS-RETENTION-DAYS         PIC 9(03) VALUE 14.
       01  WS-CUTOFF-SERIAL          PIC 9(07).
       01  WS-SET-PURGED-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-MAN-PURGED-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-STRAY-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-RECORDS-READ           PIC 9(06) VALUE ZERO.
       01  WS-RECORDS-WRITTEN        PIC 9(06) VALUE ZERO.
       01  WS-PROBLEM-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-PROBLEMS-BEFORE        PIC 9(06) VALUE ZERO.

      * The datasets in a set, in backup order, with the length of
      * the record each one carries.  The customer index stays
      * first - its images go back through the indexed load.
       01  WS-DATASET-NAMES.
           05 FILLER PIC X(11) VALUE 'CUSTIDX 091'.
           05 FILLER PIC X(11) VALUE 'ACCTMAST041'.
           05 FILLER PIC X(11) VALUE 'LEDGOPEN035'.
           05 FILLER PIC X(11) VALUE 'ACSTBAL 016'.
           05 FILLER PIC X(11) VALUE 'SUSPFILE026'.
           05 FILLER PIC X(11) VALUE 'RECNOUTS025'.
           05 FILLER PIC X(11) VALUE 'ADJSENT 028'.
           05 FILLER PIC X(11) VALUE 'FXRATES 020'.
           05 FILLER PIC X(11) VALUE 'OPERFILE018'.
           05 FILLER PIC X(11) VALUE 'RUNCTL  012'.
           05 FILLER PIC X(11) VALUE 'MOSUMCTL006'.
           05 FILLER PIC X(11) VALUE 'PICCTL  001'.
           05 FILLER PIC X(11) VALUE 'AUDARCTL008'.
           05 FILLER PIC X(11) VALUE 'ERRTHCTL015'.
           05 FILLER PIC X(11) VALUE 'RECNCTL 007'.
           05 FILLER PIC X(11) VALUE 'ADJCTL  004'.
           05 FILLER PIC X(11) VALUE 'SGNCVCTL002'.
           05 FILLER PIC X(11) VALUE 'TIDXCTL 001'.
           05 FILLER PIC X(11) VALUE 'SHRDCTL 001'.
           05 FILLER PIC X(11) VALUE 'STEPCFG 017'.
           05 FILLER PIC X(11) VALUE 'GENCTL  003'.
           05 FILLER PIC X(11) VALUE 'CALFILE 010'.
           05 FILLER PIC X(11) VALUE 'LGRCLCTL006'.
           05 FILLER PIC X(11) VALUE 'CHGRATE 051'.
           05 FILLER PIC X(11) VALUE 'GATECUT 006'.
           05 FILLER PIC X(11) VALUE 'IMBCTL  011'.
           05 FILLER PIC X(11) VALUE 'PROCDATE025'.
           05 FILLER PIC X(11) VALUE 'AGECTL  007'.
           05 FILLER PIC X(11) VALUE 'ANNCTL  004'.
           05 FILLER PIC X(11) VALUE 'APCTL   018'.
           05 FILLER PIC X(11) VALUE 'ASSETCTL018'.
           05 FILLER PIC X(11) VALUE 'ASSMCTL 018'.
           05 FILLER PIC X(11) VALUE 'BACKCTL 032'.
           05 FILLER PIC X(11) VALUE 'BNKFMCTL008'.
           05 FILLER PIC X(11) VALUE 'BUDGCTL 005'.
           05 FILLER PIC X(11) VALUE 'CASHCTL 014'.
           05 FILLER PIC X(11) VALUE 'CIQCTL  046'.
           05 FILLER PIC X(11) VALUE 'CMNTCTL 001'.
           05 FILLER PIC X(11) VALUE 'CORRCTL 006'.
           05 FILLER PIC X(11) VALUE 'DORMCTL 007'.
           05 FILLER PIC X(11) VALUE 'DUNCTL  064'.
           05 FILLER PIC X(11) VALUE 'DUPCTL  003'.
           05 FILLER PIC X(11) VALUE 'FCTCTL  006'.
           05 FILLER PIC X(11) VALUE 'FXCTL   008'.
           05 FILLER PIC X(11) VALUE 'FXREVCTL012'.
           05 FILLER PIC X(11) VALUE 'GATECTL 001'.
           05 FILLER PIC X(11) VALUE 'JRNLCTL 001'.
           05 FILLER PIC X(11) VALUE 'LRGCTL  017'.
           05 FILLER PIC X(11) VALUE 'MOTRNCTL003'.
           05 FILLER PIC X(11) VALUE 'PRFCTL  021'.
           05 FILLER PIC X(11) VALUE 'PSTCCTL 001'.
           05 FILLER PIC X(11) VALUE 'REFCTL  029'.
           05 FILLER PIC X(11) VALUE 'REGRCTL 001'.
           05 FILLER PIC X(11) VALUE 'RNDCTL  014'.
           05 FILLER PIC X(11) VALUE 'SUSPCTL 007'.
           05 FILLER PIC X(11) VALUE 'TIECTL  017'.
           05 FILLER PIC X(11) VALUE 'TLIFCTL 006'.
           05 FILLER PIC X(11) VALUE 'WOCTL   022'.
           05 FILLER PIC X(11) VALUE 'ADJPCTL 014'.
           05 FILLER PIC X(11) VALUE 'INTGCTL 001'.
           05 FILLER PIC X(11) VALUE 'KEYMCTL 019'.
           05 FILLER PIC X(11) VALUE 'PSTRATES013'.
       01  WS-DATASET-TABLE REDEFINES WS-DATASET-NAMES.
           05 WS-DS OCCURS 62 TIMES.
               10 WS-DS-NAME         PIC X(08).
               10 WS-DS-LENGTH       PIC 9(03).
       01  WS-DS-COUNT               PIC 9(02) VALUE 62.
       01  WS-DS-IDX                 PIC 9(02).
       01  WS-OPEN-DS-IDX            PIC 9(02) VALUE ZERO.
       01  WS-THIS-DS-IDX            PIC 9(02).
       01  WS-DS-FOUND-SW            PIC X VALUE 'N'.
           88 WS-DS-FOUND               VALUE 'Y'.
       01  WS-SEARCH-NAME            PIC X(08).

      * Per-dataset working state: selection for a restore, what
      * the manifest says, what the archive or live file holds.
       01  WS-DS-STATE-TABLE.
           05 WS-DSS OCCURS 62 TIMES.
               10 WS-DSS-SELECTED    PIC X(01).
                   88 WS-DSS-CHOSEN     VALUE 'Y'.
               10 WS-DSS-LISTED      PIC X(01).
                   88 WS-DSS-IN-MANIFEST VALUE 'Y'.
               10 WS-DSS-STATE       PIC X(01).
                   88 WS-DSS-PRESENT    VALUE 'P'.
                   88 WS-DSS-ABSENT     VALUE 'A'.
                   88 WS-DSS-FAILED     VALUE 'E'.
               10 WS-DSS-MAN-COUNT   PIC 9(06).
               10 WS-DSS-MAN-HASH    PIC 9(06).
               10 WS-DSS-COUNT       PIC 9(06).
               10 WS-DSS-HASH        PIC 9(06).
               10 WS-DSS-RESTORE     PIC X(01).
                   88 WS-DSS-RESTORING  VALUE 'O'.
                   88 WS-DSS-OPEN-FAULT VALUE 'F'.
                   88 WS-DSS-WRITE-FAULT VALUE 'W'.

       01  WS-MASTER-IMAGE           PIC X(91).
       01  WS-THIS-CUST-ID           PIC 9(06).
       01  WS-LAST-CUST-ID           PIC 9(06) VALUE ZERO.
       01  WS-KEY-FAULT-SW           PIC X VALUE 'N'.
           88 WS-KEY-FAULT              VALUE 'Y'.

       01  WS-MULTI-HASH             PIC 9(06).
       01  WS-HASH-WORK              PIC 9(12).
       01  WS-HASH-QUOT              PIC 9(06).
       01  WS-BYTE-IDX               PIC 9(03).
       01  WS-BYTE-VAL               PIC 9(03).
       01  WS-BYTE-CHAR              PIC X(01).

       01  WS-EDIT-COUNT             PIC ZZZZZ9.
       01  WS-EDIT-MAN-COUNT         PIC ZZZZZ9.
       01  WS-EDIT-PURGED            PIC ZZZZZ9.

       01  WS-DATE-WORK              PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YYYY           PIC 9(4).
           05 WS-DATE-MM             PIC 9(2).
           05 WS-DATE-DD             PIC 9(2).
       01  WS-SERIAL-RESULT          PIC 9(07).
       01  WS-YEAR-WORK              PIC 9(04).
       01  WS-LEAP-QUOT              PIC 9(04).
       01  WS-LEAP-DAYS              PIC S9(05).
       01  WS-LEAP-REM               PIC 9(03).
       01  WS-MONTH-OFFSETS.
           05 FILLER PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
           05 WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           ACCEPT WS-START-TIME FROM TIME.
           INITIALIZE WS-DS-STATE-TABLE.
           PERFORM READ-BACKUP-CONTROL.
           OPEN OUTPUT BACKUP-RPT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           EVALUATE TRUE
               WHEN WS-MODE-RESTORE
                   PERFORM RUN-RESTORE
               WHEN WS-MODE-VERIFY
                   PERFORM RUN-VERIFY
               WHEN OTHER
                   PERFORM RUN-BACKUP
           END-EVALUATE.
           PERFORM WRITE-RUN-TOTALS.
           CLOSE BACKUP-RPT-FILE.
           IF WS-PROBLEM-COUNT > ZERO
               MOVE 8 TO WS-FINAL-RETURN-CODE
           END-IF.
           DISPLAY 'MSTBKUP - ' WS-MODE-WORD
               ' SET: ' WS-SET-DATE
               ' READ: ' WS-RECORDS-READ
               ' WRITTEN: ' WS-RECORDS-WRITTEN
               ' PROBLEMS: ' WS-PROBLEM-COUNT.
           CALL 'RUNSTAT' USING WS-STAT-PROGRAM-ID
                                WS-RECORDS-READ
                                WS-RECORDS-WRITTEN
                                WS-PROBLEM-COUNT
                                WS-START-TIME.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * No BKUPCTL, or no mode line on it, means tonight's backup.
      * F lines name the datasets a restore is limited to; a backup
      * or verify always covers the whole set.
       READ-BACKUP-CONTROL SECTION.
       READ-BACKUP-CONTROL-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BACKUP-CTL-FILE.
           IF WS-BACKUP-CTL-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ BACKUP-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CTL-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           EVALUATE TRUE
               WHEN WS-MODE-RESTORE
                   MOVE 'RESTORE' TO WS-MODE-WORD
               WHEN WS-MODE-VERIFY
                   MOVE 'VERIFY' TO WS-MODE-WORD
               WHEN OTHER
                   MOVE 'BACKUP' TO WS-MODE-WORD
           END-EVALUATE.
       READ-BACKUP-CONTROL-EXIT.
           EXIT.

       TAKE-CONTROL-RECORD SECTION.
       TAKE-CONTROL-RECORD-START.
           EVALUATE TRUE
               WHEN BCTL-BACKUP OR BCTL-RESTORE OR BCTL-VERIFY
                   MOVE BCTL-TYPE TO WS-RUN-MODE
                   MOVE BCTL-SET-DATE TO WS-REQUESTED-SET
                   IF BCTL-RETENTION IS NUMERIC
                      AND BCTL-RETENTION > ZERO
                       MOVE BCTL-RETENTION TO WS-RETENTION-DAYS
                   END-IF
               WHEN BCTL-DATASET
                   SET WS-SUBSET-NAMED TO TRUE
                   MOVE BCTL-DATASET-NAME TO WS-SEARCH-NAME
                   PERFORM LOCATE-DATASET
                   IF WS-DS-FOUND
                       MOVE 'Y' TO WS-DSS-SELECTED (WS-DS-IDX)
                   ELSE
                       IF WS-UNKNOWN-NAME-COUNT = ZERO
                           MOVE BCTL-DATASET-NAME TO WS-UNKNOWN-NAME
                       END-IF
                       ADD 1 TO WS-UNKNOWN-NAME-COUNT
                   END-IF
           END-EVALUATE.
       TAKE-CONTROL-RECORD-EXIT.
           EXIT.

       LOCATE-DATASET SECTION.
       LOCATE-DATASET-START.
           MOVE 'N' TO WS-DS-FOUND-SW.
           PERFORM FIND-DATASET
               VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > WS-DS-COUNT OR WS-DS-FOUND.
       LOCATE-DATASET-EXIT.
           EXIT.

       FIND-DATASET SECTION.
       FIND-DATASET-START.
           IF WS-DS-NAME (WS-DS-IDX) = WS-SEARCH-NAME
               SET WS-DS-FOUND TO TRUE
               SUBTRACT 1 FROM WS-DS-IDX
           END-IF.
       FIND-DATASET-EXIT.
           EXIT.

       WRITE-REPORT-HEADING SECTION.
       WRITE-REPORT-HEADING-START.
           MOVE SPACES TO BACKUP-RPT-RECORD.
           STRING 'MSTBKUP  MASTER FILE BACKUP SET - '
                      DELIMITED BY SIZE
                  WS-MODE-WORD DELIMITED BY SPACE
                  '   PROCESSING DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO BACKUP-RPT-RECORD.
           WRITE BACKUP-RPT-RECORD.
           MOVE SPACES TO BACKUP-RPT-RECORD.
           WRITE BACKUP-RPT-RECORD.
       WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================
      * Backup: clear expired sets and any earlier set for today,
      * then image every dataset into the archive and enter it on
      * the manifest.
      *================================================================
       RUN-BACKUP SECTION.
       RUN-BACKUP-START.
           MOVE WS-RUN-DATE TO WS-SET-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM COMPUTE-DAY-SERIAL.
           COMPUTE WS-CUTOFF-SERIAL =
               WS-SERIAL-RESULT - WS-RETENTION-DAYS.
           PERFORM TURN-OVER-BACKUP-SET.
           PERFORM TURN-OVER-MANIFEST.
           OPEN EXTEND BACKUP-SET-FILE.
           IF WS-BACKUP-SET-STATUS = '05'
              OR WS-BACKUP-SET-STATUS = '35'
               OPEN OUTPUT BACKUP-SET-FILE
           END-IF.
           PERFORM BACKUP-ONE-DATASET
               VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > WS-DS-COUNT.
           CLOSE BACKUP-SET-FILE.
           OPEN EXTEND MANIFEST-FILE.
           IF WS-MANIFEST-STATUS = '05' OR WS-MANIFEST-STATUS = '35'
               OPEN OUTPUT MANIFEST-FILE
           END-IF.
           PERFORM WRITE-MANIFEST-ENTRY
               VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > WS-DS-COUNT.
           CLOSE MANIFEST-FILE.
           MOVE WS-MAN-PURGED-COUNT TO WS-EDIT-PURGED.
           MOVE SPACES TO BACKUP-RPT-RECORD.
           STRING 'MANIFEST ENTRIES PURGED OR REPLACED: '
                      DELIMITED BY SIZE
                  WS-EDIT-PURGED DELIMITED BY SIZE
                  '   RETENTION DAYS: ' DELIMITED BY SIZE
                  WS-RETENTION-DAYS DELIMITED BY SIZE
               INTO BACKUP-RPT-RECORD.
           WRITE BACKUP-RPT-RECORD.
       RUN-BACKUP-EXIT.
           EXIT.

      * Read-all / write-all turnover as GENCUT purges its archives:
      * images of expired sets and of an earlier run today drop out.
       TURN-OVER-BACKUP-SET SECTION.
       TURN-OVER-BACKUP-SET-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BACKUP-SET-FILE.
           IF WS-BACKUP-SET-STATUS = '00'
               OPEN OUTPUT BACKUP-SET-NEW-FILE
               PERFORM UNTIL WS-EOF
                   READ BACKUP-SET-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE BSET-SET-DATE TO WS-DATE-WORK
                           PERFORM COMPUTE-DAY-SERIAL
                           IF WS-SERIAL-RESULT < WS-CUTOFF-SERIAL
                              OR BSET-SET-DATE = WS-SET-DATE
                               ADD 1 TO WS-SET-PURGED-COUNT
                           ELSE
                               MOVE BACKUP-SET-RECORD
                                   TO BACKUP-SET-NEW-RECORD
                               WRITE BACKUP-SET-NEW-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SET-FILE
               CLOSE BACKUP-SET-NEW-FILE
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT BACKUP-SET-NEW-FILE
               OPEN OUTPUT BACKUP-SET-FILE
               PERFORM UNTIL WS-EOF
                   READ BACKUP-SET-NEW-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE BACKUP-SET-NEW-RECORD
                               TO BACKUP-SET-RECORD
                           WRITE BACKUP-SET-RECORD
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SET-NEW-FILE
               CLOSE BACKUP-SET-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       TURN-OVER-BACKUP-SET-EXIT.
           EXIT.

       TURN-OVER-MANIFEST SECTION.
       TURN-OVER-MANIFEST-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS = '00'
               OPEN OUTPUT MANIFEST-NEW-FILE
               PERFORM UNTIL WS-EOF
                   READ MANIFEST-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE BMAN-SET-DATE TO WS-DATE-WORK
                           PERFORM COMPUTE-DAY-SERIAL
                           IF WS-SERIAL-RESULT < WS-CUTOFF-SERIAL
                              OR BMAN-SET-DATE = WS-SET-DATE
                               ADD 1 TO WS-MAN-PURGED-COUNT
                           ELSE
                               MOVE MANIFEST-RECORD
                                   TO MANIFEST-NEW-RECORD
                               WRITE MANIFEST-NEW-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
               CLOSE MANIFEST-NEW-FILE
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT MANIFEST-NEW-FILE
               OPEN OUTPUT MANIFEST-FILE
               PERFORM UNTIL WS-EOF
                   READ MANIFEST-NEW-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE MANIFEST-NEW-RECORD
                               TO MANIFEST-RECORD
                           WRITE MANIFEST-RECORD
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-NEW-FILE
               CLOSE MANIFEST-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       TURN-OVER-MANIFEST-EXIT.
           EXIT.

       BACKUP-ONE-DATASET SECTION.
       BACKUP-ONE-DATASET-START.
           MOVE ZERO TO WS-DSS-COUNT (WS-DS-IDX)
                        WS-DSS-HASH (WS-DS-IDX).
           PERFORM OPEN-MASTER-INPUT.
           EVALUATE WS-MASTER-STATUS
               WHEN '00'
                   PERFORM SCAN-OPEN-MASTER
                   PERFORM CLOSE-MASTER
                   MOVE 'P' TO WS-DSS-STATE (WS-DS-IDX)
                   MOVE WS-DSS-COUNT (WS-DS-IDX) TO WS-EDIT-COUNT
                   MOVE SPACES TO BACKUP-RPT-RECORD
                   STRING WS-DS-NAME (WS-DS-IDX) DELIMITED BY SIZE
                          '  BACKED UP   RECORDS ' DELIMITED BY SIZE
                          WS-EDIT-COUNT DELIMITED BY SIZE
                          '  HASH ' DELIMITED BY SIZE
                          WS-DSS-HASH (WS-DS-IDX) DELIMITED BY SIZE
                       INTO BACKUP-RPT-RECORD
               WHEN '35'
                   MOVE 'A' TO WS-DSS-STATE (WS-DS-IDX)
                   MOVE SPACES TO BACKUP-RPT-RECORD
                   STRING WS-DS-NAME (WS-DS-IDX) DELIMITED BY SIZE
                          '  NOT ON HAND - ENTERED ABSENT IN THE SET'
                              DELIMITED BY SIZE
                       INTO BACKUP-RPT-RECORD
               WHEN OTHER
                   MOVE 'E' TO WS-DSS-STATE (WS-DS-IDX)
                   ADD 1 TO WS-PROBLEM-COUNT
                   MOVE SPACES TO BACKUP-RPT-RECORD
                   STRING WS-DS-NAME (WS-DS-IDX) DELIMITED BY SIZE
                          '  COULD NOT BE READ - FILE STATUS '
                              DELIMITED BY SIZE
                          WS-MASTER-STATUS DELIMITED BY SIZE
                       INTO BACKUP-RPT-RECORD
           END-EVALUATE.
           WRITE BACKUP-RPT-RECORD.
       BACKUP-ONE-DATASET-EXIT.
           EXIT.

       SCAN-OPEN-MASTER SECTION.
       SCAN-OPEN-MASTER-START.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-MASTER-RECORD UNTIL WS-EOF.
           MOVE 'N' TO WS-EOF-SW.
       SCAN-OPEN-MASTER-EXIT.
           EXIT.

      * Each live record is counted and hashed; a backup also
      * writes its image to the archive.
       TAKE-MASTER-RECORD SECTION.
       TAKE-MASTER-RECORD-START.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM COUNT-MASTER-IMAGE.
           IF WS-MODE-BACKUP
               MOVE WS-SET-DATE TO BSET-SET-DATE
               MOVE WS-DS-NAME (WS-DS-IDX) TO BSET-DATASET
               MOVE WS-MASTER-IMAGE TO BSET-IMAGE
               WRITE BACKUP-SET-RECORD
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF.
       TAKE-MASTER-RECORD-EXIT.
           EXIT.

      * Count and the CFGSNAP position-weighted byte hash, taken
      * over the dataset's own record length.
       COUNT-MASTER-IMAGE SECTION.
       COUNT-MASTER-IMAGE-START.
           ADD 1 TO WS-DSS-COUNT (WS-DS-IDX).
           MOVE WS-DSS-HASH (WS-DS-IDX) TO WS-MULTI-HASH.
           PERFORM HASH-ONE-BYTE
               VARYING WS-BYTE-IDX FROM 1 BY 1
               UNTIL WS-BYTE-IDX > WS-DS-LENGTH (WS-DS-IDX).
           MOVE WS-MULTI-HASH TO WS-DSS-HASH (WS-DS-IDX).
       COUNT-MASTER-IMAGE-EXIT.
           EXIT.

       HASH-ONE-BYTE SECTION.
       HASH-ONE-BYTE-START.
           MOVE WS-MASTER-IMAGE (WS-BYTE-IDX:1) TO WS-BYTE-CHAR.
           COMPUTE WS-BYTE-VAL =
               FUNCTION ORD (WS-BYTE-CHAR).
           COMPUTE WS-HASH-WORK =
               WS-MULTI-HASH + WS-BYTE-VAL * WS-BYTE-IDX.
           DIVIDE WS-HASH-WORK BY 1000000
               GIVING WS-HASH-QUOT
               REMAINDER WS-MULTI-HASH.
       HASH-ONE-BYTE-EXIT.
           EXIT.

       WRITE-MANIFEST-ENTRY SECTION.
       WRITE-MANIFEST-ENTRY-START.
           MOVE WS-SET-DATE TO BMAN-SET-DATE.
           MOVE WS-DS-NAME (WS-DS-IDX) TO BMAN-DATASET.
           MOVE WS-DSS-STATE (WS-DS-IDX) TO BMAN-STATE.
           MOVE WS-DSS-COUNT (WS-DS-IDX) TO BMAN-RECORD-COUNT.
           MOVE WS-DSS-HASH (WS-DS-IDX) TO BMAN-HASH-TOTAL.
           WRITE MANIFEST-RECORD.
       WRITE-MANIFEST-ENTRY-EXIT.
           EXIT.

      *================================================================
      * Restore: the named or latest set must prove out against its
      * manifest for every selected dataset before a single master
      * is touched.
      *================================================================
       RUN-RESTORE SECTION.
       RUN-RESTORE-START.
           PERFORM LOAD-SET-MANIFEST.
           EVALUATE TRUE
               WHEN NOT WS-SET-FOUND
                   PERFORM REPORT-SET-NOT-FOUND
               WHEN WS-UNKNOWN-NAME-COUNT > ZERO
                   ADD WS-UNKNOWN-NAME-COUNT TO WS-PROBLEM-COUNT
                   MOVE SPACES TO BACKUP-RPT-RECORD
                   STRING 'RESTORE REFUSED - ' DELIMITED BY SIZE
                          WS-UNKNOWN-NAME DELIMITED BY SPACE
                          ' IS NOT A DATASET IN THE BACKUP SET'
                              DELIMITED BY SIZE
                       INTO BACKUP-RPT-RECORD
                   WRITE BACKUP-RPT-RECORD
               WHEN OTHER
                   IF NOT WS-SUBSET-NAMED
                       PERFORM CHOOSE-ALL-DATASETS
                           VARYING WS-DS-IDX FROM 1 BY 1
                           UNTIL WS-DS-IDX > WS-DS-COUNT
                   END-IF
                   PERFORM WRITE-SET-HEADING
                   MOVE WS-PROBLEM-COUNT TO WS-PROBLEMS-BEFORE
                   PERFORM CHECK-SET-ARCHIVE
                   PERFORM PROVE-ONE-DATASET
                       VARYING WS-DS-IDX FROM 1 BY 1
                       UNTIL WS-DS-IDX > WS-DS-COUNT
                   IF WS-PROBLEM-COUNT > WS-PROBLEMS-BEFORE
                       MOVE SPACES TO BACKUP-RPT-RECORD
                       STRING 'RESTORE REFUSED - SET '
                                  DELIMITED BY SIZE
                              WS-SET-DATE DELIMITED BY SIZE
                              ' DOES NOT PROVE OUT, NOTHING RESTORED'
                                  DELIMITED BY SIZE
                           INTO BACKUP-RPT-RECORD
                       WRITE BACKUP-RPT-RECORD
                   ELSE
                       PERFORM RESTORE-FROM-ARCHIVE
                       PERFORM CREATE-EMPTY-DATASET
                           VARYING WS-DS-IDX FROM 1 BY 1
                           UNTIL WS-DS-IDX > WS-DS-COUNT
                       PERFORM CONFIRM-ONE-RESTORE
                           VARYING WS-DS-IDX FROM 1 BY 1
                           UNTIL WS-DS-IDX > WS-DS-COUNT
                   END-IF
           END-EVALUATE.
       RUN-RESTORE-EXIT.
           EXIT.

       CHOOSE-ALL-DATASETS SECTION.
       CHOOSE-ALL-DATASETS-START.
           MOVE 'Y' TO WS-DSS-SELECTED (WS-DS-IDX).
       CHOOSE-ALL-DATASETS-EXIT.
           EXIT.

      * The set is the date on BKUPCTL or, left blank, the latest
      * on the manifest.  Its manifest lines are taken into the
      * dataset table.
       LOAD-SET-MANIFEST SECTION.
       LOAD-SET-MANIFEST-START.
           MOVE 'N' TO WS-SET-FOUND-SW.
           MOVE ZERO TO WS-SET-DATE.
           MOVE 'N' TO WS-EOF-SW.
           EVALUATE TRUE
               WHEN WS-REQUESTED-SET IS NUMERIC
                   MOVE WS-REQUESTED-SET TO WS-SET-DATE
               WHEN WS-REQUESTED-SET = SPACES
                   OPEN INPUT MANIFEST-FILE
                   IF WS-MANIFEST-STATUS = '00'
                       PERFORM UNTIL WS-EOF
                           READ MANIFEST-FILE
                               AT END
                                   SET WS-EOF TO TRUE
                               NOT AT END
                                   IF BMAN-SET-DATE > WS-SET-DATE
                                       MOVE BMAN-SET-DATE
                                           TO WS-SET-DATE
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE MANIFEST-FILE
                   END-IF
                   MOVE 'N' TO WS-EOF-SW
           END-EVALUATE.
           IF WS-SET-DATE > ZERO
               OPEN INPUT MANIFEST-FILE
               IF WS-MANIFEST-STATUS = '00'
                   PERFORM UNTIL WS-EOF
                       READ MANIFEST-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF BMAN-SET-DATE = WS-SET-DATE
                                   PERFORM TAKE-MANIFEST-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MANIFEST-FILE
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-SET-MANIFEST-EXIT.
           EXIT.

       TAKE-MANIFEST-ENTRY SECTION.
       TAKE-MANIFEST-ENTRY-START.
           SET WS-SET-FOUND TO TRUE.
           MOVE BMAN-DATASET TO WS-SEARCH-NAME.
           PERFORM LOCATE-DATASET.
           IF WS-DS-FOUND
               MOVE 'Y' TO WS-DSS-LISTED (WS-DS-IDX)
               MOVE BMAN-STATE TO WS-DSS-STATE (WS-DS-IDX)
               MOVE BMAN-RECORD-COUNT TO WS-DSS-MAN-COUNT (WS-DS-IDX)
               MOVE BMAN-HASH-TOTAL TO WS-DSS-MAN-HASH (WS-DS-IDX)
           END-IF.
       TAKE-MANIFEST-ENTRY-EXIT.
           EXIT.

       REPORT-SET-NOT-FOUND SECTION.
       REPORT-SET-NOT-FOUND-START.
           ADD 1 TO WS-PROBLEM-COUNT.
           MOVE SPACES TO BACKUP-RPT-RECORD.
           IF WS-REQUESTED-SET = SPACES
               STRING 'NO BACKUP SET ON THE MANIFEST - '
                          DELIMITED BY SIZE
                      WS-MODE-WORD DELIMITED BY SPACE
                      ' NOT DONE' DELIMITED BY SIZE
                   INTO BACKUP-RPT-RECORD
           ELSE
               STRING 'BACKUP SET ' DELIMITED BY SIZE
                      WS-REQUESTED-SET DELIMITED BY SIZE
                      ' NOT ON THE MANIFEST - ' DELIMITED BY SIZE
                      WS-MODE-WORD DELIMITED BY SPACE
                      ' NOT DONE' DELIMITED BY SIZE
                   INTO BACKUP-RPT-RECORD
           END-IF.
           WRITE BACKUP-RPT-RECORD.
       REPORT-SET-NOT-FOUND-EXIT.
           EXIT.

       WRITE-SET-HEADING SECTION.
       WRITE-SET-HEADING-START.
           MOVE SPACES TO BACKUP-RPT-RECORD.
           STRING 'BACKUP SET ' DELIMITED BY SIZE
                  WS-SET-DATE DELIMITED BY SIZE
               INTO BACKUP-RPT-RECORD.
           WRITE BACKUP-RPT-RECORD.
       WRITE-SET-HEADING-EXIT.
           EXIT.

      * One pass of the archive totals every image of the set by
      * dataset, and follows the customer keys for the index load.
       CHECK-SET-ARCHIVE SECTION.
       CHECK-SET-ARCHIVE-START.
           PERFORM CLEAR-ARCHIVE-TOTALS
               VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > WS-DS-COUNT.
           MOVE ZERO TO WS-LAST-CUST-ID.
           MOVE 'N' TO WS-KEY-FAULT-SW.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BACKUP-SET-FILE.
           IF WS-BACKUP-SET-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ BACKUP-SET-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF BSET-SET-DATE = WS-SET-DATE
                               PERFORM TAKE-ARCHIVE-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SET-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       CHECK-SET-ARCHIVE-EXIT.
           EXIT.

       CLEAR-ARCHIVE-TOTALS SECTION.
       CLEAR-ARCHIVE-TOTALS-START.
           MOVE ZERO TO WS-DSS-COUNT (WS-DS-IDX)
                        WS-DSS-HASH (WS-DS-IDX).
       CLEAR-ARCHIVE-TOTALS-EXIT.
           EXIT.

       TAKE-ARCHIVE-IMAGE SECTION.
       TAKE-ARCHIVE-IMAGE-START.
           MOVE BSET-DATASET TO WS-SEARCH-NAME.
           PERFORM LOCATE-DATASET.
           IF WS-DS-FOUND
               ADD 1 TO WS-RECORDS-READ
               MOVE BSET-IMAGE TO WS-MASTER-IMAGE
               PERFORM COUNT-MASTER-IMAGE
               IF WS-DS-IDX = 1
                   PERFORM CHECK-CUSTOMER-KEY
               END-IF
           ELSE
               ADD 1 TO WS-STRAY-COUNT
           END-IF.
       TAKE-ARCHIVE-IMAGE-EXIT.
           EXIT.

       CHECK-CUSTOMER-KEY SECTION.
       CHECK-CUSTOMER-KEY-START.
           IF WS-MASTER-IMAGE (1:6) IS NUMERIC
               MOVE WS-MASTER-IMAGE (1:6) TO WS-THIS-CUST-ID
               IF WS-DSS-COUNT (1) > 1
                  AND WS-THIS-CUST-ID NOT > WS-LAST-CUST-ID
                   SET WS-KEY-FAULT TO TRUE
               END-IF
               MOVE WS-THIS-CUST-ID TO WS-LAST-CUST-ID
           ELSE
               SET WS-KEY-FAULT TO TRUE
           END-IF.
       CHECK-CUSTOMER-KEY-EXIT.
           EXIT.

      * Only the datasets selected are judged; a dataset that was
      * absent when the set was taken has nothing to put back.
       PROVE-ONE-DATASET SECTION.
       PROVE-ONE-DATASET-START.
           IF WS-DSS-CHOSEN (WS-DS-IDX)
               PERFORM JUDGE-ARCHIVE-TOTALS
           END-IF.
       PROVE-ONE-DATASET-EXIT.
           EXIT.

       JUDGE-ARCHIVE-TOTALS SECTION.
       JUDGE-ARCHIVE-TOTALS-START.
           MOVE WS-DSS-COUNT (WS-DS-IDX) TO WS-EDIT-COUNT.
           MOVE WS-DSS-MAN-COUNT (WS-DS-IDX) TO WS-EDIT-MAN-COUNT.
           MOVE SPACES TO BACKUP-RPT-RECORD.
           EVALUATE TRUE
               WHEN NOT WS-DSS-IN-MANIFEST (WS-DS-IDX)
                   ADD 1 TO WS-PROBLEM-COUNT
                   STRING WS-DS-NAME (WS-DS-IDX) DELIMITED BY SIZE
                          '  MISSING     NO MANIFEST ENTRY IN SET'
                              DELIMITED BY SIZE
                       INTO BACKUP-RPT-RECORD
               WHEN WS-DSS-FAILED (WS-DS-IDX)
                   ADD 1 TO WS-PROBLEM-COUNT
                   STRING WS-DS-NAME (WS-DS-IDX) DELIMITED BY SIZE
                          '  MISSING     NOT READABLE WHEN BACKED UP'
                              DELIMITED BY SIZE
                       INTO BACKUP-RPT-RECORD
               WHEN WS-DSS-ABSENT (WS-DS-IDX)
                AND WS-DSS-COUNT (WS-DS-IDX) = ZERO
                   STRING WS-DS-NAME (WS-DS-IDX) DELIMITED BY SIZE
                          '  VERIFIED    ABSENT WHEN BACKED UP'
                              DELIMITED BY SIZE
                       INTO BACKUP-RPT-RECORD
               WHEN WS-DSS-PRESENT (WS-DS-IDX)
                AND WS-DSS-COUNT (WS-DS-IDX) =
                    WS-DSS-MAN-COUNT (WS-DS-IDX)
                AND WS-DSS-HASH (WS-DS-IDX) =
                    WS-DSS-MAN-HASH (WS-DS-IDX)
                   STRING WS-DS-NAME (WS-DS-IDX) DELIMITED BY SIZE
                          '  VERIFIED    RECORDS ' DELIMITED BY SIZE
                          WS-EDIT-COUNT DELIMITED BY SIZE
                          '  HASH ' DELIMITED BY SIZE
                          WS-DSS-HASH (WS-DS-IDX) DELIMITED BY SIZE
                       INTO BACKUP-RPT-RECORD
               WHEN OTHER
                   ADD 1 TO WS-PROBLEM-COUNT
                   STRING WS-DS-NAME (WS-DS-IDX) DELIMITED BY SIZE
                          '  MISMATCH    ARCHIVE ' DELIMITED BY SIZE
                          WS-EDIT-COUNT DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          WS-DSS-HASH (WS-DS-IDX) DELIMITED BY SIZE
                          '  MANIFEST ' DELIMITED BY SIZE
                          WS-EDIT-MAN-COUNT DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          WS-DSS-MAN-HASH (WS-DS-IDX)
                              DELIMITED BY SIZE
                       INTO BACKUP-RPT-RECORD
           END-EVALUATE.
           WRITE BACKUP-RPT-RECORD.
           IF WS-DS-IDX = 1
              AND WS-KEY-FAULT
              AND WS-DSS-PRESENT (1)
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE SPACES TO BACKUP-RPT-RECORD
               STRING WS-DS-NAME (1) DELIMITED BY SIZE
                      '  MISMATCH    KEYS OUT OF SEQUENCE - '
                          DELIMITED BY SIZE
                      'INDEX CANNOT BE LOADED' DELIMITED BY SIZE
                   INTO BACKUP-RPT-RECORD
               WRITE BACKUP-RPT-RECORD
           END-IF.
       JUDGE-ARCHIVE-TOTALS-EXIT.
           EXIT.

      * One pass of the archive puts the set back: each master is
      * opened OUTPUT when its first image comes up and closed when
      * the next dataset's images begin.
       RESTORE-FROM-ARCHIVE SECTION.
       RESTORE-FROM-ARCHIVE-START.
           MOVE ZERO TO WS-OPEN-DS-IDX.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BACKUP-SET-FILE.
           IF WS-BACKUP-SET-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ BACKUP-SET-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF BSET-SET-DATE = WS-SET-DATE
                               PERFORM RESTORE-ONE-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SET-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-OPEN-DS-IDX > ZERO
               MOVE WS-OPEN-DS-IDX TO WS-DS-IDX
               PERFORM CLOSE-MASTER
           END-IF.
       RESTORE-FROM-ARCHIVE-EXIT.
           EXIT.

       RESTORE-ONE-IMAGE SECTION.
       RESTORE-ONE-IMAGE-START.
           MOVE BSET-DATASET TO WS-SEARCH-NAME.
           PERFORM LOCATE-DATASET.
           IF WS-DS-FOUND
              AND WS-DSS-CHOSEN (WS-DS-IDX)
              AND WS-DSS-PRESENT (WS-DS-IDX)
               IF WS-DS-IDX NOT = WS-OPEN-DS-IDX
                  AND WS-DSS-RESTORE (WS-DS-IDX) = SPACE
                   PERFORM OPEN-RESTORE-TARGET
               END-IF
               IF WS-DSS-RESTORING (WS-DS-IDX)
                   MOVE BSET-IMAGE TO WS-MASTER-IMAGE
                   PERFORM WRITE-MASTER-RECORD
                   IF WS-MASTER-STATUS = '00'
                       ADD 1 TO WS-RECORDS-WRITTEN
                   ELSE
                       MOVE 'W' TO WS-DSS-RESTORE (WS-DS-IDX)
                       ADD 1 TO WS-PROBLEM-COUNT
                   END-IF
               END-IF
           END-IF.
       RESTORE-ONE-IMAGE-EXIT.
           EXIT.

       OPEN-RESTORE-TARGET SECTION.
       OPEN-RESTORE-TARGET-START.
           MOVE WS-DS-IDX TO WS-THIS-DS-IDX.
           IF WS-OPEN-DS-IDX > ZERO
               MOVE WS-OPEN-DS-IDX TO WS-DS-IDX
               PERFORM CLOSE-MASTER
               MOVE WS-THIS-DS-IDX TO WS-DS-IDX
               MOVE ZERO TO WS-OPEN-DS-IDX
           END-IF.
           PERFORM OPEN-MASTER-OUTPUT.
           IF WS-MASTER-STATUS = '00'
               MOVE 'O' TO WS-DSS-RESTORE (WS-DS-IDX)
               MOVE WS-DS-IDX TO WS-OPEN-DS-IDX
           ELSE
               MOVE 'F' TO WS-DSS-RESTORE (WS-DS-IDX)
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF.
       OPEN-RESTORE-TARGET-EXIT.
           EXIT.

      * A dataset that was on hand but empty has no images; it is
      * put back empty.
       CREATE-EMPTY-DATASET SECTION.
       CREATE-EMPTY-DATASET-START.
           IF WS-DSS-CHOSEN (WS-DS-IDX)
              AND WS-DSS-PRESENT (WS-DS-IDX)
              AND WS-DSS-RESTORE (WS-DS-IDX) = SPACE
               PERFORM OPEN-MASTER-OUTPUT
               IF WS-MASTER-STATUS = '00'
                   MOVE 'O' TO WS-DSS-RESTORE (WS-DS-IDX)
                   PERFORM CLOSE-MASTER
               ELSE
                   MOVE 'F' TO WS-DSS-RESTORE (WS-DS-IDX)
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
           END-IF.
       CREATE-EMPTY-DATASET-EXIT.
           EXIT.

      * Every restored master is read back and must agree with the
      * manifest, count and hash, before the restore is taken as
      * good.
       CONFIRM-ONE-RESTORE SECTION.
       CONFIRM-ONE-RESTORE-START.
           IF WS-DSS-CHOSEN (WS-DS-IDX)
              AND WS-DSS-PRESENT (WS-DS-IDX)
               MOVE SPACES TO BACKUP-RPT-RECORD
               MOVE ZERO TO WS-DSS-COUNT (WS-DS-IDX)
                            WS-DSS-HASH (WS-DS-IDX)
               IF WS-DSS-RESTORING (WS-DS-IDX)
                   PERFORM OPEN-MASTER-INPUT
                   IF WS-MASTER-STATUS = '00'
                       PERFORM SCAN-OPEN-MASTER
                       PERFORM CLOSE-MASTER
                   END-IF
               END-IF
               MOVE WS-DSS-COUNT (WS-DS-IDX) TO WS-EDIT-COUNT
               EVALUATE TRUE
                   WHEN NOT WS-DSS-RESTORING (WS-DS-IDX)
                       STRING WS-DS-NAME (WS-DS-IDX)
                                  DELIMITED BY SIZE
                              '  RESTORE FAILED - FILE COULD NOT BE '
                                  DELIMITED BY SIZE
                              'WRITTEN' DELIMITED BY SIZE
                           INTO BACKUP-RPT-RECORD
                   WHEN WS-DSS-COUNT (WS-DS-IDX) =
                        WS-DSS-MAN-COUNT (WS-DS-IDX)
                    AND WS-DSS-HASH (WS-DS-IDX) =
                        WS-DSS-MAN-HASH (WS-DS-IDX)
                       STRING WS-DS-NAME (WS-DS-IDX)
                                  DELIMITED BY SIZE
                              '  RESTORED    RECORDS '
                                  DELIMITED BY SIZE
                              WS-EDIT-COUNT DELIMITED BY SIZE
                              '  AGREES WITH MANIFEST'
                                  DELIMITED BY SIZE
                           INTO BACKUP-RPT-RECORD
                   WHEN OTHER
                       ADD 1 TO WS-PROBLEM-COUNT
                       STRING WS-DS-NAME (WS-DS-IDX)
                                  DELIMITED BY SIZE
                              '  RESTORED    RECORDS '
                                  DELIMITED BY SIZE
                              WS-EDIT-COUNT DELIMITED BY SIZE
                              '  DISAGREES WITH MANIFEST'
                                  DELIMITED BY SIZE
                           INTO BACKUP-RPT-RECORD
               END-EVALUATE
               WRITE BACKUP-RPT-RECORD
           END-IF.
       CONFIRM-ONE-RESTORE-EXIT.
           EXIT.

      *================================================================
      * Verify: the weekly proof that a set is whole and would load.
      *================================================================
       RUN-VERIFY SECTION.
       RUN-VERIFY-START.
           PERFORM LOAD-SET-MANIFEST.
           IF NOT WS-SET-FOUND
               PERFORM REPORT-SET-NOT-FOUND
           ELSE
               PERFORM CHOOSE-ALL-DATASETS
                   VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-COUNT
               PERFORM WRITE-SET-HEADING
               PERFORM CHECK-SET-ARCHIVE
               PERFORM PROVE-ONE-DATASET
                   VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-COUNT
               MOVE SPACES TO BACKUP-RPT-RECORD
               IF WS-PROBLEM-COUNT = ZERO
                   STRING 'SET ' DELIMITED BY SIZE
                          WS-SET-DATE DELIMITED BY SIZE
                          ' IS COMPLETE AND RESTORABLE'
                              DELIMITED BY SIZE
                       INTO BACKUP-RPT-RECORD
               ELSE
                   STRING 'SET ' DELIMITED BY SIZE
                          WS-SET-DATE DELIMITED BY SIZE
                          ' FAILED VERIFICATION' DELIMITED BY SIZE
                       INTO BACKUP-RPT-RECORD
               END-IF
               WRITE BACKUP-RPT-RECORD
           END-IF.
       RUN-VERIFY-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO BACKUP-RPT-RECORD.
           WRITE BACKUP-RPT-RECORD.
           IF WS-STRAY-COUNT > ZERO
               MOVE WS-STRAY-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO BACKUP-RPT-RECORD
               STRING 'IMAGES OF UNKNOWN DATASETS IGNORED: '
                          DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO BACKUP-RPT-RECORD
               WRITE BACKUP-RPT-RECORD
           END-IF.
           MOVE WS-RECORDS-READ TO WS-EDIT-COUNT.
           MOVE WS-RECORDS-WRITTEN TO WS-EDIT-MAN-COUNT.
           MOVE WS-PROBLEM-COUNT TO WS-EDIT-PURGED.
           MOVE SPACES TO BACKUP-RPT-RECORD.
           STRING 'RECORDS READ ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '   WRITTEN ' DELIMITED BY SIZE
                  WS-EDIT-MAN-COUNT DELIMITED BY SIZE
                  '   PROBLEMS ' DELIMITED BY SIZE
                  WS-EDIT-PURGED DELIMITED BY SIZE
               INTO BACKUP-RPT-RECORD.
           WRITE BACKUP-RPT-RECORD.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.

      *================================================================
      * Dataset dispatch - the file behind each entry of the table.
      *================================================================
       OPEN-MASTER-INPUT SECTION.
       OPEN-MASTER-INPUT-START.
           EVALUATE WS-DS-IDX
               WHEN 1
                   OPEN INPUT CUSTIDX-FILE
                   MOVE WS-CUSTIDX-STATUS TO WS-MASTER-STATUS
               WHEN 2
                   OPEN INPUT ACCTMAST-FILE
                   MOVE WS-ACCTMAST-STATUS TO WS-MASTER-STATUS
               WHEN 3
                   OPEN INPUT LEDGOPEN-FILE
                   MOVE WS-LEDGOPEN-STATUS TO WS-MASTER-STATUS
               WHEN 4
                   OPEN INPUT ACSTBAL-FILE
                   MOVE WS-ACSTBAL-STATUS TO WS-MASTER-STATUS
               WHEN 5
                   OPEN INPUT SUSPFILE-FILE
                   MOVE WS-SUSPFILE-STATUS TO WS-MASTER-STATUS
               WHEN 6
                   OPEN INPUT RECNOUTS-FILE
                   MOVE WS-RECNOUTS-STATUS TO WS-MASTER-STATUS
               WHEN 7
                   OPEN INPUT ADJSENT-FILE
                   MOVE WS-ADJSENT-STATUS TO WS-MASTER-STATUS
               WHEN 8
                   OPEN INPUT FXRATES-FILE
                   MOVE WS-FXRATES-STATUS TO WS-MASTER-STATUS
               WHEN 9
                   OPEN INPUT OPERFILE-FILE
                   MOVE WS-OPERFILE-STATUS TO WS-MASTER-STATUS
               WHEN 10
                   OPEN INPUT RUNCTL-FILE
                   MOVE WS-RUNCTL-STATUS TO WS-MASTER-STATUS
               WHEN 11
                   OPEN INPUT MOSUMCTL-FILE
                   MOVE WS-MOSUMCTL-STATUS TO WS-MASTER-STATUS
               WHEN 12
                   OPEN INPUT PICCTL-FILE
                   MOVE WS-PICCTL-STATUS TO WS-MASTER-STATUS
               WHEN 13
                   OPEN INPUT AUDARCTL-FILE
                   MOVE WS-AUDARCTL-STATUS TO WS-MASTER-STATUS
               WHEN 14
                   OPEN INPUT ERRTHCTL-FILE
                   MOVE WS-ERRTHCTL-STATUS TO WS-MASTER-STATUS
               WHEN 15
                   OPEN INPUT RECNCTL-FILE
                   MOVE WS-RECNCTL-STATUS TO WS-MASTER-STATUS
               WHEN 16
                   OPEN INPUT ADJCTL-FILE
                   MOVE WS-ADJCTL-STATUS TO WS-MASTER-STATUS
               WHEN 17
                   OPEN INPUT SGNCVCTL-FILE
                   MOVE WS-SGNCVCTL-STATUS TO WS-MASTER-STATUS
               WHEN 18
                   OPEN INPUT TIDXCTL-FILE
                   MOVE WS-TIDXCTL-STATUS TO WS-MASTER-STATUS
               WHEN 19
                   OPEN INPUT SHRDCTL-FILE
                   MOVE WS-SHRDCTL-STATUS TO WS-MASTER-STATUS
               WHEN 20
                   OPEN INPUT STEPCFG-FILE
                   MOVE WS-STEPCFG-STATUS TO WS-MASTER-STATUS
               WHEN 21
                   OPEN INPUT GENCTL-FILE
                   MOVE WS-GENCTL-STATUS TO WS-MASTER-STATUS
               WHEN 22
                   OPEN INPUT CALFILE-FILE
                   MOVE WS-CALFILE-STATUS TO WS-MASTER-STATUS
               WHEN 23
                   OPEN INPUT LGRCLCTL-FILE
                   MOVE WS-LGRCLCTL-STATUS TO WS-MASTER-STATUS
               WHEN 24
                   OPEN INPUT CHGRATE-FILE
                   MOVE WS-CHGRATE-STATUS TO WS-MASTER-STATUS
               WHEN 25
                   OPEN INPUT GATECUT-FILE
                   MOVE WS-GATECUT-STATUS TO WS-MASTER-STATUS
               WHEN 26
                   OPEN INPUT IMBCTL-FILE
                   MOVE WS-IMBCTL-STATUS TO WS-MASTER-STATUS
               WHEN 27
                   OPEN INPUT PROCDATE-FILE
                   MOVE WS-PROCDATE-STATUS TO WS-MASTER-STATUS
               WHEN 28
                   OPEN INPUT AGECTL-FILE
                   MOVE WS-AGECTL-STATUS TO WS-MASTER-STATUS
               WHEN 29
                   OPEN INPUT ANNCTL-FILE
                   MOVE WS-ANNCTL-STATUS TO WS-MASTER-STATUS
               WHEN 30
                   OPEN INPUT APCTL-FILE
                   MOVE WS-APCTL-STATUS TO WS-MASTER-STATUS
               WHEN 31
                   OPEN INPUT ASSETCTL-FILE
                   MOVE WS-ASSETCTL-STATUS TO WS-MASTER-STATUS
               WHEN 32
                   OPEN INPUT ASSMCTL-FILE
                   MOVE WS-ASSMCTL-STATUS TO WS-MASTER-STATUS
               WHEN 33
                   OPEN INPUT BACKCTL-FILE
                   MOVE WS-BACKCTL-STATUS TO WS-MASTER-STATUS
               WHEN 34
                   OPEN INPUT BNKFMCTL-FILE
                   MOVE WS-BNKFMCTL-STATUS TO WS-MASTER-STATUS
               WHEN 35
                   OPEN INPUT BUDGCTL-FILE
                   MOVE WS-BUDGCTL-STATUS TO WS-MASTER-STATUS
               WHEN 36
                   OPEN INPUT CASHCTL-FILE
                   MOVE WS-CASHCTL-STATUS TO WS-MASTER-STATUS
               WHEN 37
                   OPEN INPUT CIQCTL-FILE
                   MOVE WS-CIQCTL-STATUS TO WS-MASTER-STATUS
               WHEN 38
                   OPEN INPUT CMNTCTL-FILE
                   MOVE WS-CMNTCTL-STATUS TO WS-MASTER-STATUS
               WHEN 39
                   OPEN INPUT CORRCTL-FILE
                   MOVE WS-CORRCTL-STATUS TO WS-MASTER-STATUS
               WHEN 40
                   OPEN INPUT DORMCTL-FILE
                   MOVE WS-DORMCTL-STATUS TO WS-MASTER-STATUS
               WHEN 41
                   OPEN INPUT DUNCTL-FILE
                   MOVE WS-DUNCTL-STATUS TO WS-MASTER-STATUS
               WHEN 42
                   OPEN INPUT DUPCTL-FILE
                   MOVE WS-DUPCTL-STATUS TO WS-MASTER-STATUS
               WHEN 43
                   OPEN INPUT FCTCTL-FILE
                   MOVE WS-FCTCTL-STATUS TO WS-MASTER-STATUS
               WHEN 44
                   OPEN INPUT FXCTL-FILE
                   MOVE WS-FXCTL-STATUS TO WS-MASTER-STATUS
               WHEN 45
                   OPEN INPUT FXREVCTL-FILE
                   MOVE WS-FXREVCTL-STATUS TO WS-MASTER-STATUS
               WHEN 46
                   OPEN INPUT GATECTL-FILE
                   MOVE WS-GATECTL-STATUS TO WS-MASTER-STATUS
               WHEN 47
                   OPEN INPUT JRNLCTL-FILE
                   MOVE WS-JRNLCTL-STATUS TO WS-MASTER-STATUS
               WHEN 48
                   OPEN INPUT LRGCTL-FILE
                   MOVE WS-LRGCTL-STATUS TO WS-MASTER-STATUS
               WHEN 49
                   OPEN INPUT MOTRNCTL-FILE
                   MOVE WS-MOTRNCTL-STATUS TO WS-MASTER-STATUS
               WHEN 50
                   OPEN INPUT PRFCTL-FILE
                   MOVE WS-PRFCTL-STATUS TO WS-MASTER-STATUS
               WHEN 51
                   OPEN INPUT PSTCCTL-FILE
                   MOVE WS-PSTCCTL-STATUS TO WS-MASTER-STATUS
               WHEN 52
                   OPEN INPUT REFCTL-FILE
                   MOVE WS-REFCTL-STATUS TO WS-MASTER-STATUS
               WHEN 53
                   OPEN INPUT REGRCTL-FILE
                   MOVE WS-REGRCTL-STATUS TO WS-MASTER-STATUS
               WHEN 54
                   OPEN INPUT RNDCTL-FILE
                   MOVE WS-RNDCTL-STATUS TO WS-MASTER-STATUS
               WHEN 55
                   OPEN INPUT SUSPCTL-FILE
                   MOVE WS-SUSPCTL-STATUS TO WS-MASTER-STATUS
               WHEN 56
                   OPEN INPUT TIECTL-FILE
                   MOVE WS-TIECTL-STATUS TO WS-MASTER-STATUS
               WHEN 57
                   OPEN INPUT TLIFCTL-FILE
                   MOVE WS-TLIFCTL-STATUS TO WS-MASTER-STATUS
               WHEN 58
                   OPEN INPUT WOCTL-FILE
                   MOVE WS-WOCTL-STATUS TO WS-MASTER-STATUS
               WHEN 59
                   OPEN INPUT ADJPCTL-FILE
                   MOVE WS-ADJPCTL-STATUS TO WS-MASTER-STATUS
               WHEN 60
                   OPEN INPUT INTGCTL-FILE
                   MOVE WS-INTGCTL-STATUS TO WS-MASTER-STATUS
               WHEN 61
                   OPEN INPUT KEYMCTL-FILE
                   MOVE WS-KEYMCTL-STATUS TO WS-MASTER-STATUS
               WHEN 62
                   OPEN INPUT PSTRATES-FILE
                   MOVE WS-PSTRATES-STATUS TO WS-MASTER-STATUS
           END-EVALUATE.
       OPEN-MASTER-INPUT-EXIT.
           EXIT.

       OPEN-MASTER-OUTPUT SECTION.
       OPEN-MASTER-OUTPUT-START.
           EVALUATE WS-DS-IDX
               WHEN 1
                   OPEN OUTPUT CUSTIDX-FILE
                   MOVE WS-CUSTIDX-STATUS TO WS-MASTER-STATUS
               WHEN 2
                   OPEN OUTPUT ACCTMAST-FILE
                   MOVE WS-ACCTMAST-STATUS TO WS-MASTER-STATUS
               WHEN 3
                   OPEN OUTPUT LEDGOPEN-FILE
                   MOVE WS-LEDGOPEN-STATUS TO WS-MASTER-STATUS
               WHEN 4
                   OPEN OUTPUT ACSTBAL-FILE
                   MOVE WS-ACSTBAL-STATUS TO WS-MASTER-STATUS
               WHEN 5
                   OPEN OUTPUT SUSPFILE-FILE
                   MOVE WS-SUSPFILE-STATUS TO WS-MASTER-STATUS
               WHEN 6
                   OPEN OUTPUT RECNOUTS-FILE
                   MOVE WS-RECNOUTS-STATUS TO WS-MASTER-STATUS
               WHEN 7
                   OPEN OUTPUT ADJSENT-FILE
                   MOVE WS-ADJSENT-STATUS TO WS-MASTER-STATUS
               WHEN 8
                   OPEN OUTPUT FXRATES-FILE
                   MOVE WS-FXRATES-STATUS TO WS-MASTER-STATUS
               WHEN 9
                   OPEN OUTPUT OPERFILE-FILE
                   MOVE WS-OPERFILE-STATUS TO WS-MASTER-STATUS
               WHEN 10
                   OPEN OUTPUT RUNCTL-FILE
                   MOVE WS-RUNCTL-STATUS TO WS-MASTER-STATUS
               WHEN 11
                   OPEN OUTPUT MOSUMCTL-FILE
                   MOVE WS-MOSUMCTL-STATUS TO WS-MASTER-STATUS
               WHEN 12
                   OPEN OUTPUT PICCTL-FILE
                   MOVE WS-PICCTL-STATUS TO WS-MASTER-STATUS
               WHEN 13
                   OPEN OUTPUT AUDARCTL-FILE
                   MOVE WS-AUDARCTL-STATUS TO WS-MASTER-STATUS
               WHEN 14
                   OPEN OUTPUT ERRTHCTL-FILE
                   MOVE WS-ERRTHCTL-STATUS TO WS-MASTER-STATUS
               WHEN 15
                   OPEN OUTPUT RECNCTL-FILE
                   MOVE WS-RECNCTL-STATUS TO WS-MASTER-STATUS
               WHEN 16
                   OPEN OUTPUT ADJCTL-FILE
                   MOVE WS-ADJCTL-STATUS TO WS-MASTER-STATUS
               WHEN 17
                   OPEN OUTPUT SGNCVCTL-FILE
                   MOVE WS-SGNCVCTL-STATUS TO WS-MASTER-STATUS
               WHEN 18
                   OPEN OUTPUT TIDXCTL-FILE
                   MOVE WS-TIDXCTL-STATUS TO WS-MASTER-STATUS
               WHEN 19
                   OPEN OUTPUT SHRDCTL-FILE
                   MOVE WS-SHRDCTL-STATUS TO WS-MASTER-STATUS
               WHEN 20
                   OPEN OUTPUT STEPCFG-FILE
                   MOVE WS-STEPCFG-STATUS TO WS-MASTER-STATUS
               WHEN 21
                   OPEN OUTPUT GENCTL-FILE
                   MOVE WS-GENCTL-STATUS TO WS-MASTER-STATUS
               WHEN 22
                   OPEN OUTPUT CALFILE-FILE
                   MOVE WS-CALFILE-STATUS TO WS-MASTER-STATUS
               WHEN 23
                   OPEN OUTPUT LGRCLCTL-FILE
                   MOVE WS-LGRCLCTL-STATUS TO WS-MASTER-STATUS
               WHEN 24
                   OPEN OUTPUT CHGRATE-FILE
                   MOVE WS-CHGRATE-STATUS TO WS-MASTER-STATUS
               WHEN 25
                   OPEN OUTPUT GATECUT-FILE
                   MOVE WS-GATECUT-STATUS TO WS-MASTER-STATUS
               WHEN 26
                   OPEN OUTPUT IMBCTL-FILE
                   MOVE WS-IMBCTL-STATUS TO WS-MASTER-STATUS
               WHEN 27
                   OPEN OUTPUT PROCDATE-FILE
                   MOVE WS-PROCDATE-STATUS TO WS-MASTER-STATUS
               WHEN 28
                   OPEN OUTPUT AGECTL-FILE
                   MOVE WS-AGECTL-STATUS TO WS-MASTER-STATUS
               WHEN 29
                   OPEN OUTPUT ANNCTL-FILE
                   MOVE WS-ANNCTL-STATUS TO WS-MASTER-STATUS
               WHEN 30
                   OPEN OUTPUT APCTL-FILE
                   MOVE WS-APCTL-STATUS TO WS-MASTER-STATUS
               WHEN 31
                   OPEN OUTPUT ASSETCTL-FILE
                   MOVE WS-ASSETCTL-STATUS TO WS-MASTER-STATUS
               WHEN 32
                   OPEN OUTPUT ASSMCTL-FILE
                   MOVE WS-ASSMCTL-STATUS TO WS-MASTER-STATUS
               WHEN 33
                   OPEN OUTPUT BACKCTL-FILE
                   MOVE WS-BACKCTL-STATUS TO WS-MASTER-STATUS
               WHEN 34
                   OPEN OUTPUT BNKFMCTL-FILE
                   MOVE WS-BNKFMCTL-STATUS TO WS-MASTER-STATUS
               WHEN 35
                   OPEN OUTPUT BUDGCTL-FILE
                   MOVE WS-BUDGCTL-STATUS TO WS-MASTER-STATUS
               WHEN 36
                   OPEN OUTPUT CASHCTL-FILE
                   MOVE WS-CASHCTL-STATUS TO WS-MASTER-STATUS
               WHEN 37
                   OPEN OUTPUT CIQCTL-FILE
                   MOVE WS-CIQCTL-STATUS TO WS-MASTER-STATUS
               WHEN 38
                   OPEN OUTPUT CMNTCTL-FILE
                   MOVE WS-CMNTCTL-STATUS TO WS-MASTER-STATUS
               WHEN 39
                   OPEN OUTPUT CORRCTL-FILE
                   MOVE WS-CORRCTL-STATUS TO WS-MASTER-STATUS
               WHEN 40
                   OPEN OUTPUT DORMCTL-FILE
                   MOVE WS-DORMCTL-STATUS TO WS-MASTER-STATUS
               WHEN 41
                   OPEN OUTPUT DUNCTL-FILE
                   MOVE WS-DUNCTL-STATUS TO WS-MASTER-STATUS
               WHEN 42
                   OPEN OUTPUT DUPCTL-FILE
                   MOVE WS-DUPCTL-STATUS TO WS-MASTER-STATUS
               WHEN 43
                   OPEN OUTPUT FCTCTL-FILE
                   MOVE WS-FCTCTL-STATUS TO WS-MASTER-STATUS
               WHEN 44
                   OPEN OUTPUT FXCTL-FILE
                   MOVE WS-FXCTL-STATUS TO WS-MASTER-STATUS
               WHEN 45
                   OPEN OUTPUT FXREVCTL-FILE
                   MOVE WS-FXREVCTL-STATUS TO WS-MASTER-STATUS
               WHEN 46
                   OPEN OUTPUT GATECTL-FILE
                   MOVE WS-GATECTL-STATUS TO WS-MASTER-STATUS
               WHEN 47
                   OPEN OUTPUT JRNLCTL-FILE
                   MOVE WS-JRNLCTL-STATUS TO WS-MASTER-STATUS
               WHEN 48
                   OPEN OUTPUT LRGCTL-FILE
                   MOVE WS-LRGCTL-STATUS TO WS-MASTER-STATUS
               WHEN 49
                   OPEN OUTPUT MOTRNCTL-FILE
                   MOVE WS-MOTRNCTL-STATUS TO WS-MASTER-STATUS
               WHEN 50
                   OPEN OUTPUT PRFCTL-FILE
                   MOVE WS-PRFCTL-STATUS TO WS-MASTER-STATUS
               WHEN 51
                   OPEN OUTPUT PSTCCTL-FILE
                   MOVE WS-PSTCCTL-STATUS TO WS-MASTER-STATUS
               WHEN 52
                   OPEN OUTPUT REFCTL-FILE
                   MOVE WS-REFCTL-STATUS TO WS-MASTER-STATUS
               WHEN 53
                   OPEN OUTPUT REGRCTL-FILE
                   MOVE WS-REGRCTL-STATUS TO WS-MASTER-STATUS
               WHEN 54
                   OPEN OUTPUT RNDCTL-FILE
                   MOVE WS-RNDCTL-STATUS TO WS-MASTER-STATUS
               WHEN 55
                   OPEN OUTPUT SUSPCTL-FILE
                   MOVE WS-SUSPCTL-STATUS TO WS-MASTER-STATUS
               WHEN 56
                   OPEN OUTPUT TIECTL-FILE
                   MOVE WS-TIECTL-STATUS TO WS-MASTER-STATUS
               WHEN 57
                   OPEN OUTPUT TLIFCTL-FILE
                   MOVE WS-TLIFCTL-STATUS TO WS-MASTER-STATUS
               WHEN 58
                   OPEN OUTPUT WOCTL-FILE
                   MOVE WS-WOCTL-STATUS TO WS-MASTER-STATUS
               WHEN 59
                   OPEN OUTPUT ADJPCTL-FILE
                   MOVE WS-ADJPCTL-STATUS TO WS-MASTER-STATUS
               WHEN 60
                   OPEN OUTPUT INTGCTL-FILE
                   MOVE WS-INTGCTL-STATUS TO WS-MASTER-STATUS
               WHEN 61
                   OPEN OUTPUT KEYMCTL-FILE
                   MOVE WS-KEYMCTL-STATUS TO WS-MASTER-STATUS
               WHEN 62
                   OPEN OUTPUT PSTRATES-FILE
                   MOVE WS-PSTRATES-STATUS TO WS-MASTER-STATUS
           END-EVALUATE.
       OPEN-MASTER-OUTPUT-EXIT.
           EXIT.

       READ-MASTER-RECORD SECTION.
       READ-MASTER-RECORD-START.
           MOVE SPACES TO WS-MASTER-IMAGE.
           EVALUATE WS-DS-IDX
               WHEN 1
                   READ CUSTIDX-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CUSTIDX-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 2
                   READ ACCTMAST-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ACCTMAST-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 3
                   READ LEDGOPEN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE LEDGOPEN-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 4
                   READ ACSTBAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ACSTBAL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 5
                   READ SUSPFILE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SUSPFILE-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 6
                   READ RECNOUTS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE RECNOUTS-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 7
                   READ ADJSENT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ADJSENT-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 8
                   READ FXRATES-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE FXRATES-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 9
                   READ OPERFILE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE OPERFILE-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 10
                   READ RUNCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE RUNCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 11
                   READ MOSUMCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE MOSUMCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 12
                   READ PICCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PICCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 13
                   READ AUDARCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE AUDARCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 14
                   READ ERRTHCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ERRTHCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 15
                   READ RECNCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE RECNCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 16
                   READ ADJCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ADJCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 17
                   READ SGNCVCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SGNCVCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 18
                   READ TIDXCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE TIDXCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 19
                   READ SHRDCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SHRDCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 20
                   READ STEPCFG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE STEPCFG-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 21
                   READ GENCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE GENCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 22
                   READ CALFILE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CALFILE-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 23
                   READ LGRCLCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE LGRCLCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 24
                   READ CHGRATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CHGRATE-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 25
                   READ GATECUT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE GATECUT-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 26
                   READ IMBCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE IMBCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 27
                   READ PROCDATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PROCDATE-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 28
                   READ AGECTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE AGECTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 29
                   READ ANNCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ANNCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 30
                   READ APCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE APCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 31
                   READ ASSETCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ASSETCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 32
                   READ ASSMCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ASSMCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 33
                   READ BACKCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE BACKCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 34
                   READ BNKFMCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE BNKFMCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 35
                   READ BUDGCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE BUDGCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 36
                   READ CASHCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CASHCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 37
                   READ CIQCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CIQCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 38
                   READ CMNTCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CMNTCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 39
                   READ CORRCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CORRCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 40
                   READ DORMCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE DORMCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 41
                   READ DUNCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE DUNCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 42
                   READ DUPCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE DUPCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 43
                   READ FCTCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE FCTCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 44
                   READ FXCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE FXCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 45
                   READ FXREVCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE FXREVCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 46
                   READ GATECTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE GATECTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 47
                   READ JRNLCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE JRNLCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 48
                   READ LRGCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE LRGCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 49
                   READ MOTRNCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE MOTRNCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 50
                   READ PRFCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PRFCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 51
                   READ PSTCCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PSTCCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 52
                   READ REFCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE REFCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 53
                   READ REGRCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE REGRCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 54
                   READ RNDCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE RNDCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 55
                   READ SUSPCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SUSPCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 56
                   READ TIECTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE TIECTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 57
                   READ TLIFCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE TLIFCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 58
                   READ WOCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE WOCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 59
                   READ ADJPCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ADJPCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 60
                   READ INTGCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE INTGCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 61
                   READ KEYMCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE KEYMCTL-RECORD TO WS-MASTER-IMAGE
                   END-READ
               WHEN 62
                   READ PSTRATES-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PSTRATES-RECORD TO WS-MASTER-IMAGE
                   END-READ
           END-EVALUATE.
           IF NOT WS-EOF
               PERFORM TAKE-MASTER-RECORD
           END-IF.
       READ-MASTER-RECORD-EXIT.
           EXIT.

       WRITE-MASTER-RECORD SECTION.
       WRITE-MASTER-RECORD-START.
           EVALUATE WS-DS-IDX
               WHEN 1
                   MOVE WS-MASTER-IMAGE TO CUSTIDX-RECORD
                   WRITE CUSTIDX-RECORD
                   MOVE WS-CUSTIDX-STATUS TO WS-MASTER-STATUS
               WHEN 2
                   MOVE WS-MASTER-IMAGE TO ACCTMAST-RECORD
                   WRITE ACCTMAST-RECORD
                   MOVE WS-ACCTMAST-STATUS TO WS-MASTER-STATUS
               WHEN 3
                   MOVE WS-MASTER-IMAGE TO LEDGOPEN-RECORD
                   WRITE LEDGOPEN-RECORD
                   MOVE WS-LEDGOPEN-STATUS TO WS-MASTER-STATUS
               WHEN 4
                   MOVE WS-MASTER-IMAGE TO ACSTBAL-RECORD
                   WRITE ACSTBAL-RECORD
                   MOVE WS-ACSTBAL-STATUS TO WS-MASTER-STATUS
               WHEN 5
                   MOVE WS-MASTER-IMAGE TO SUSPFILE-RECORD
                   WRITE SUSPFILE-RECORD
                   MOVE WS-SUSPFILE-STATUS TO WS-MASTER-STATUS
               WHEN 6
                   MOVE WS-MASTER-IMAGE TO RECNOUTS-RECORD
                   WRITE RECNOUTS-RECORD
                   MOVE WS-RECNOUTS-STATUS TO WS-MASTER-STATUS
               WHEN 7
                   MOVE WS-MASTER-IMAGE TO ADJSENT-RECORD
                   WRITE ADJSENT-RECORD
                   MOVE WS-ADJSENT-STATUS TO WS-MASTER-STATUS
               WHEN 8
                   MOVE WS-MASTER-IMAGE TO FXRATES-RECORD
                   WRITE FXRATES-RECORD
                   MOVE WS-FXRATES-STATUS TO WS-MASTER-STATUS
               WHEN 9
                   MOVE WS-MASTER-IMAGE TO OPERFILE-RECORD
                   WRITE OPERFILE-RECORD
                   MOVE WS-OPERFILE-STATUS TO WS-MASTER-STATUS
               WHEN 10
                   MOVE WS-MASTER-IMAGE TO RUNCTL-RECORD
                   WRITE RUNCTL-RECORD
                   MOVE WS-RUNCTL-STATUS TO WS-MASTER-STATUS
               WHEN 11
                   MOVE WS-MASTER-IMAGE TO MOSUMCTL-RECORD
                   WRITE MOSUMCTL-RECORD
                   MOVE WS-MOSUMCTL-STATUS TO WS-MASTER-STATUS
               WHEN 12
                   MOVE WS-MASTER-IMAGE TO PICCTL-RECORD
                   WRITE PICCTL-RECORD
                   MOVE WS-PICCTL-STATUS TO WS-MASTER-STATUS
               WHEN 13
                   MOVE WS-MASTER-IMAGE TO AUDARCTL-RECORD
                   WRITE AUDARCTL-RECORD
                   MOVE WS-AUDARCTL-STATUS TO WS-MASTER-STATUS
               WHEN 14
                   MOVE WS-MASTER-IMAGE TO ERRTHCTL-RECORD
                   WRITE ERRTHCTL-RECORD
                   MOVE WS-ERRTHCTL-STATUS TO WS-MASTER-STATUS
               WHEN 15
                   MOVE WS-MASTER-IMAGE TO RECNCTL-RECORD
                   WRITE RECNCTL-RECORD
                   MOVE WS-RECNCTL-STATUS TO WS-MASTER-STATUS
               WHEN 16
                   MOVE WS-MASTER-IMAGE TO ADJCTL-RECORD
                   WRITE ADJCTL-RECORD
                   MOVE WS-ADJCTL-STATUS TO WS-MASTER-STATUS
               WHEN 17
                   MOVE WS-MASTER-IMAGE TO SGNCVCTL-RECORD
                   WRITE SGNCVCTL-RECORD
                   MOVE WS-SGNCVCTL-STATUS TO WS-MASTER-STATUS
               WHEN 18
                   MOVE WS-MASTER-IMAGE TO TIDXCTL-RECORD
                   WRITE TIDXCTL-RECORD
                   MOVE WS-TIDXCTL-STATUS TO WS-MASTER-STATUS
               WHEN 19
                   MOVE WS-MASTER-IMAGE TO SHRDCTL-RECORD
                   WRITE SHRDCTL-RECORD
                   MOVE WS-SHRDCTL-STATUS TO WS-MASTER-STATUS
               WHEN 20
                   MOVE WS-MASTER-IMAGE TO STEPCFG-RECORD
                   WRITE STEPCFG-RECORD
                   MOVE WS-STEPCFG-STATUS TO WS-MASTER-STATUS
               WHEN 21
                   MOVE WS-MASTER-IMAGE TO GENCTL-RECORD
                   WRITE GENCTL-RECORD
                   MOVE WS-GENCTL-STATUS TO WS-MASTER-STATUS
               WHEN 22
                   MOVE WS-MASTER-IMAGE TO CALFILE-RECORD
                   WRITE CALFILE-RECORD
                   MOVE WS-CALFILE-STATUS TO WS-MASTER-STATUS
               WHEN 23
                   MOVE WS-MASTER-IMAGE TO LGRCLCTL-RECORD
                   WRITE LGRCLCTL-RECORD
                   MOVE WS-LGRCLCTL-STATUS TO WS-MASTER-STATUS
               WHEN 24
                   MOVE WS-MASTER-IMAGE TO CHGRATE-RECORD
                   WRITE CHGRATE-RECORD
                   MOVE WS-CHGRATE-STATUS TO WS-MASTER-STATUS
               WHEN 25
                   MOVE WS-MASTER-IMAGE TO GATECUT-RECORD
                   WRITE GATECUT-RECORD
                   MOVE WS-GATECUT-STATUS TO WS-MASTER-STATUS
               WHEN 26
                   MOVE WS-MASTER-IMAGE TO IMBCTL-RECORD
                   WRITE IMBCTL-RECORD
                   MOVE WS-IMBCTL-STATUS TO WS-MASTER-STATUS
               WHEN 27
                   MOVE WS-MASTER-IMAGE TO PROCDATE-RECORD
                   WRITE PROCDATE-RECORD
                   MOVE WS-PROCDATE-STATUS TO WS-MASTER-STATUS
               WHEN 28
                   MOVE WS-MASTER-IMAGE TO AGECTL-RECORD
                   WRITE AGECTL-RECORD
                   MOVE WS-AGECTL-STATUS TO WS-MASTER-STATUS
               WHEN 29
                   MOVE WS-MASTER-IMAGE TO ANNCTL-RECORD
                   WRITE ANNCTL-RECORD
                   MOVE WS-ANNCTL-STATUS TO WS-MASTER-STATUS
               WHEN 30
                   MOVE WS-MASTER-IMAGE TO APCTL-RECORD
                   WRITE APCTL-RECORD
                   MOVE WS-APCTL-STATUS TO WS-MASTER-STATUS
               WHEN 31
                   MOVE WS-MASTER-IMAGE TO ASSETCTL-RECORD
                   WRITE ASSETCTL-RECORD
                   MOVE WS-ASSETCTL-STATUS TO WS-MASTER-STATUS
               WHEN 32
                   MOVE WS-MASTER-IMAGE TO ASSMCTL-RECORD
                   WRITE ASSMCTL-RECORD
                   MOVE WS-ASSMCTL-STATUS TO WS-MASTER-STATUS
               WHEN 33
                   MOVE WS-MASTER-IMAGE TO BACKCTL-RECORD
                   WRITE BACKCTL-RECORD
                   MOVE WS-BACKCTL-STATUS TO WS-MASTER-STATUS
               WHEN 34
                   MOVE WS-MASTER-IMAGE TO BNKFMCTL-RECORD
                   WRITE BNKFMCTL-RECORD
                   MOVE WS-BNKFMCTL-STATUS TO WS-MASTER-STATUS
               WHEN 35
                   MOVE WS-MASTER-IMAGE TO BUDGCTL-RECORD
                   WRITE BUDGCTL-RECORD
                   MOVE WS-BUDGCTL-STATUS TO WS-MASTER-STATUS
               WHEN 36
                   MOVE WS-MASTER-IMAGE TO CASHCTL-RECORD
                   WRITE CASHCTL-RECORD
                   MOVE WS-CASHCTL-STATUS TO WS-MASTER-STATUS
               WHEN 37
                   MOVE WS-MASTER-IMAGE TO CIQCTL-RECORD
                   WRITE CIQCTL-RECORD
                   MOVE WS-CIQCTL-STATUS TO WS-MASTER-STATUS
               WHEN 38
                   MOVE WS-MASTER-IMAGE TO CMNTCTL-RECORD
                   WRITE CMNTCTL-RECORD
                   MOVE WS-CMNTCTL-STATUS TO WS-MASTER-STATUS
               WHEN 39
                   MOVE WS-MASTER-IMAGE TO CORRCTL-RECORD
                   WRITE CORRCTL-RECORD
                   MOVE WS-CORRCTL-STATUS TO WS-MASTER-STATUS
               WHEN 40
                   MOVE WS-MASTER-IMAGE TO DORMCTL-RECORD
                   WRITE DORMCTL-RECORD
                   MOVE WS-DORMCTL-STATUS TO WS-MASTER-STATUS
               WHEN 41
                   MOVE WS-MASTER-IMAGE TO DUNCTL-RECORD
                   WRITE DUNCTL-RECORD
                   MOVE WS-DUNCTL-STATUS TO WS-MASTER-STATUS
               WHEN 42
                   MOVE WS-MASTER-IMAGE TO DUPCTL-RECORD
                   WRITE DUPCTL-RECORD
                   MOVE WS-DUPCTL-STATUS TO WS-MASTER-STATUS
               WHEN 43
                   MOVE WS-MASTER-IMAGE TO FCTCTL-RECORD
                   WRITE FCTCTL-RECORD
                   MOVE WS-FCTCTL-STATUS TO WS-MASTER-STATUS
               WHEN 44
                   MOVE WS-MASTER-IMAGE TO FXCTL-RECORD
                   WRITE FXCTL-RECORD
                   MOVE WS-FXCTL-STATUS TO WS-MASTER-STATUS
               WHEN 45
                   MOVE WS-MASTER-IMAGE TO FXREVCTL-RECORD
                   WRITE FXREVCTL-RECORD
                   MOVE WS-FXREVCTL-STATUS TO WS-MASTER-STATUS
               WHEN 46
                   MOVE WS-MASTER-IMAGE TO GATECTL-RECORD
                   WRITE GATECTL-RECORD
                   MOVE WS-GATECTL-STATUS TO WS-MASTER-STATUS
               WHEN 47
                   MOVE WS-MASTER-IMAGE TO JRNLCTL-RECORD
                   WRITE JRNLCTL-RECORD
                   MOVE WS-JRNLCTL-STATUS TO WS-MASTER-STATUS
               WHEN 48
                   MOVE WS-MASTER-IMAGE TO LRGCTL-RECORD
                   WRITE LRGCTL-RECORD
                   MOVE WS-LRGCTL-STATUS TO WS-MASTER-STATUS
               WHEN 49
                   MOVE WS-MASTER-IMAGE TO MOTRNCTL-RECORD
                   WRITE MOTRNCTL-RECORD
                   MOVE WS-MOTRNCTL-STATUS TO WS-MASTER-STATUS
               WHEN 50
                   MOVE WS-MASTER-IMAGE TO PRFCTL-RECORD
                   WRITE PRFCTL-RECORD
                   MOVE WS-PRFCTL-STATUS TO WS-MASTER-STATUS
               WHEN 51
                   MOVE WS-MASTER-IMAGE TO PSTCCTL-RECORD
                   WRITE PSTCCTL-RECORD
                   MOVE WS-PSTCCTL-STATUS TO WS-MASTER-STATUS
               WHEN 52
                   MOVE WS-MASTER-IMAGE TO REFCTL-RECORD
                   WRITE REFCTL-RECORD
                   MOVE WS-REFCTL-STATUS TO WS-MASTER-STATUS
               WHEN 53
                   MOVE WS-MASTER-IMAGE TO REGRCTL-RECORD
                   WRITE REGRCTL-RECORD
                   MOVE WS-REGRCTL-STATUS TO WS-MASTER-STATUS
               WHEN 54
                   MOVE WS-MASTER-IMAGE TO RNDCTL-RECORD
                   WRITE RNDCTL-RECORD
                   MOVE WS-RNDCTL-STATUS TO WS-MASTER-STATUS
               WHEN 55
                   MOVE WS-MASTER-IMAGE TO SUSPCTL-RECORD
                   WRITE SUSPCTL-RECORD
                   MOVE WS-SUSPCTL-STATUS TO WS-MASTER-STATUS
               WHEN 56
                   MOVE WS-MASTER-IMAGE TO TIECTL-RECORD
                   WRITE TIECTL-RECORD
                   MOVE WS-TIECTL-STATUS TO WS-MASTER-STATUS
               WHEN 57
                   MOVE WS-MASTER-IMAGE TO TLIFCTL-RECORD
                   WRITE TLIFCTL-RECORD
                   MOVE WS-TLIFCTL-STATUS TO WS-MASTER-STATUS
               WHEN 58
                   MOVE WS-MASTER-IMAGE TO WOCTL-RECORD
                   WRITE WOCTL-RECORD
                   MOVE WS-WOCTL-STATUS TO WS-MASTER-STATUS
               WHEN 59
                   MOVE WS-MASTER-IMAGE TO ADJPCTL-RECORD
                   WRITE ADJPCTL-RECORD
                   MOVE WS-ADJPCTL-STATUS TO WS-MASTER-STATUS
               WHEN 60
                   MOVE WS-MASTER-IMAGE TO INTGCTL-RECORD
                   WRITE INTGCTL-RECORD
                   MOVE WS-INTGCTL-STATUS TO WS-MASTER-STATUS
               WHEN 61
                   MOVE WS-MASTER-IMAGE TO KEYMCTL-RECORD
                   WRITE KEYMCTL-RECORD
                   MOVE WS-KEYMCTL-STATUS TO WS-MASTER-STATUS
               WHEN 62
                   MOVE WS-MASTER-IMAGE TO PSTRATES-RECORD
                   WRITE PSTRATES-RECORD
                   MOVE WS-PSTRATES-STATUS TO WS-MASTER-STATUS
           END-EVALUATE.
       WRITE-MASTER-RECORD-EXIT.
           EXIT.

       CLOSE-MASTER SECTION.
       CLOSE-MASTER-START.
           EVALUATE WS-DS-IDX
               WHEN 1
                   CLOSE CUSTIDX-FILE
               WHEN 2
                   CLOSE ACCTMAST-FILE
               WHEN 3
                   CLOSE LEDGOPEN-FILE
               WHEN 4
                   CLOSE ACSTBAL-FILE
               WHEN 5
                   CLOSE SUSPFILE-FILE
               WHEN 6
                   CLOSE RECNOUTS-FILE
               WHEN 7
                   CLOSE ADJSENT-FILE
               WHEN 8
                   CLOSE FXRATES-FILE
               WHEN 9
                   CLOSE OPERFILE-FILE
               WHEN 10
                   CLOSE RUNCTL-FILE
               WHEN 11
                   CLOSE MOSUMCTL-FILE
               WHEN 12
                   CLOSE PICCTL-FILE
               WHEN 13
                   CLOSE AUDARCTL-FILE
               WHEN 14
                   CLOSE ERRTHCTL-FILE
               WHEN 15
                   CLOSE RECNCTL-FILE
               WHEN 16
                   CLOSE ADJCTL-FILE
               WHEN 17
                   CLOSE SGNCVCTL-FILE
               WHEN 18
                   CLOSE TIDXCTL-FILE
               WHEN 19
                   CLOSE SHRDCTL-FILE
               WHEN 20
                   CLOSE STEPCFG-FILE
               WHEN 21
                   CLOSE GENCTL-FILE
               WHEN 22
                   CLOSE CALFILE-FILE
               WHEN 23
                   CLOSE LGRCLCTL-FILE
               WHEN 24
                   CLOSE CHGRATE-FILE
               WHEN 25
                   CLOSE GATECUT-FILE
               WHEN 26
                   CLOSE IMBCTL-FILE
               WHEN 27
                   CLOSE PROCDATE-FILE
               WHEN 28
                   CLOSE AGECTL-FILE
               WHEN 29
                   CLOSE ANNCTL-FILE
               WHEN 30
                   CLOSE APCTL-FILE
               WHEN 31
                   CLOSE ASSETCTL-FILE
               WHEN 32
                   CLOSE ASSMCTL-FILE
               WHEN 33
                   CLOSE BACKCTL-FILE
               WHEN 34
                   CLOSE BNKFMCTL-FILE
               WHEN 35
                   CLOSE BUDGCTL-FILE
               WHEN 36
                   CLOSE CASHCTL-FILE
               WHEN 37
                   CLOSE CIQCTL-FILE
               WHEN 38
                   CLOSE CMNTCTL-FILE
               WHEN 39
                   CLOSE CORRCTL-FILE
               WHEN 40
                   CLOSE DORMCTL-FILE
               WHEN 41
                   CLOSE DUNCTL-FILE
               WHEN 42
                   CLOSE DUPCTL-FILE
               WHEN 43
                   CLOSE FCTCTL-FILE
               WHEN 44
                   CLOSE FXCTL-FILE
               WHEN 45
                   CLOSE FXREVCTL-FILE
               WHEN 46
                   CLOSE GATECTL-FILE
               WHEN 47
                   CLOSE JRNLCTL-FILE
               WHEN 48
                   CLOSE LRGCTL-FILE
               WHEN 49
                   CLOSE MOTRNCTL-FILE
               WHEN 50
                   CLOSE PRFCTL-FILE
               WHEN 51
                   CLOSE PSTCCTL-FILE
               WHEN 52
                   CLOSE REFCTL-FILE
               WHEN 53
                   CLOSE REGRCTL-FILE
               WHEN 54
                   CLOSE RNDCTL-FILE
               WHEN 55
                   CLOSE SUSPCTL-FILE
               WHEN 56
                   CLOSE TIECTL-FILE
               WHEN 57
                   CLOSE TLIFCTL-FILE
               WHEN 58
                   CLOSE WOCTL-FILE
               WHEN 59
                   CLOSE ADJPCTL-FILE
               WHEN 60
                   CLOSE INTGCTL-FILE
               WHEN 61
                   CLOSE KEYMCTL-FILE
               WHEN 62
                   CLOSE PSTRATES-FILE
           END-EVALUATE.
       CLOSE-MASTER-EXIT.
           EXIT.

      * Same whole-day serial computation the aging runs share.
       COMPUTE-DAY-SERIAL SECTION.
       COMPUTE-DAY-SERIAL-START.
           COMPUTE WS-YEAR-WORK = WS-DATE-YYYY - 1.
           DIVIDE WS-YEAR-WORK BY 4 GIVING WS-LEAP-QUOT.
           MOVE WS-LEAP-QUOT TO WS-LEAP-DAYS.
           DIVIDE WS-YEAR-WORK BY 100 GIVING WS-LEAP-QUOT.
           SUBTRACT WS-LEAP-QUOT FROM WS-LEAP-DAYS.
           DIVIDE WS-YEAR-WORK BY 400 GIVING WS-LEAP-QUOT.
           ADD WS-LEAP-QUOT TO WS-LEAP-DAYS.
           COMPUTE WS-SERIAL-RESULT =
               WS-YEAR-WORK * 365
               + WS-LEAP-DAYS
               + WS-MONTH-OFFSET (WS-DATE-MM)
               + WS-DATE-DD.
           IF WS-DATE-MM > 2
               PERFORM ADD-LEAP-DAY-IF-LEAP-YEAR
           END-IF.
       COMPUTE-DAY-SERIAL-EXIT.
           EXIT.

       ADD-LEAP-DAY-IF-LEAP-YEAR SECTION.
       ADD-LEAP-DAY-IF-LEAP-YEAR-START.
           DIVIDE WS-DATE-YYYY BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               ADD 1 TO WS-SERIAL-RESULT
           ELSE
               DIVIDE WS-DATE-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM NOT = ZERO
                   DIVIDE WS-DATE-YYYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       ADD 1 TO WS-SERIAL-RESULT
                   END-IF
               END-IF
           END-IF.
       ADD-LEAP-DAY-IF-LEAP-YEAR-EXIT.
           EXIT.
