      *            EXTRATO-JUROS writes its accumulated statement
      *            totals to STMBALDD the same way.  CONCILIA-SALDOS
      *            compares them (plus the prior run's record) to
      *            prove the OUTFILE -> statement chain.  A
      *            partitioned CALCULO-JUROS step also records its
      *            partition, key range and the figures JUNTA-
      *            PARTICOES needs to prove and merge the partitions;
      *            single runs leave the partition number zero.
      *****************************************************************
       01  BALANCE-RECORD.
           05  BL-PROGRAM-NAME         PIC X(08).
           05  BL-TOTAL-PRINCIPAL      PIC 9(11)V99.
           05  BL-TOTAL-INTEREST       PIC S9(11)V99.
           05  BL-TOTAL-BASE-INTEREST  PIC S9(11)V99.
           05  BL-PARTITION-NO         PIC 9(02).
           05  BL-PARTITION-LOW-KEY    PIC X(10).
           05  BL-PARTITION-HIGH-KEY   PIC X(10).
           05  BL-RECORDS-ALREADY-POSTED PIC 9(07).
           05  BL-RECORDS-INACTIVE     PIC 9(07).
      *    Data-record count and principal hash of the partition's
      *    key range, for the merge to prove against the master
      *    trailer ('N' when a restart left them incomplete), and
      *    the principal capitalized, which the merge carries to
      *    the trailer hash.
           05  BL-FEED-VERIFIED        PIC X(01).
           05  BL-FEED-COUNT           PIC 9(07).
           05  BL-FEED-HASH            PIC 9(13)V99.
           05  BL-CAP-HASH-DELTA       PIC S9(13)V99.
