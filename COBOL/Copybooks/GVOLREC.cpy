      * Shared GATEVOL source-volume record - one line per source,
      * per kind, per business day, appended by the step that knows
      * the figure: TRANGATE's gather writes what each feed had
      * accepted (P), its return split what each source had
      * rejected (R), and REJREPR what it resubmitted on each
      * source's behalf (S).  DUPSCRN adds what its screen held
      * back or made suspect out of the gather (H), and restates
      * the gather's P line with the suspects it released that
      * night.  A step that is rerun simply appends again, so for
      * any date, source and kind the last line on the file is the
      * one that stands.  CHGBACK prices a month of these lines
      * into the departmental chargeback, netting H off P.
       01  GATE-VOLUME-RECORD.
           05 GVOL-DATE           PIC 9(08).
           05 GVOL-SOURCE         PIC X(02).
           05 GVOL-KIND           PIC X(01).
               88 GVOL-PROCESSED      VALUE 'P'.
               88 GVOL-REJECTED       VALUE 'R'.
               88 GVOL-RESUBMITTED    VALUE 'S'.
               88 GVOL-HELD           VALUE 'H'.
           05 GVOL-COUNT          PIC 9(06).
