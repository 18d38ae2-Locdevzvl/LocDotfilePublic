      * instead of one long sequential pass.  The shard count comes
      * from a SHRDCTL control record ('1'-'4'; missing file or bad
      * value means all four).  RESMERGE recombines the shard result
      * files afterwards.  Records go to the shards whole, so a
      * reversal keeps its type and original reference.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 TRAN-NUMA              PIC X(5).
           05 TRAN-NUMB              PIC X(5).
           05 TRAN-COMPANY           PIC X(2).
           05 TRAN-REVERSAL-REF      PIC X(15).

       FD  SHARD1-FILE
           RECORDING MODE IS F.
       01  SHARD1-RECORD             PIC X(27).

       FD  SHARD2-FILE
           RECORDING MODE IS F.
       01  SHARD2-RECORD             PIC X(27).

       FD  SHARD3-FILE
           RECORDING MODE IS F.
       01  SHARD3-RECORD             PIC X(27).

       FD  SHARD4-FILE
           RECORDING MODE IS F.
       01  SHARD4-RECORD             PIC X(27).

       FD  SHARD-CTL-FILE
           RECORDING MODE IS F.
