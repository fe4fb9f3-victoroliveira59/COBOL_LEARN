           05  CC-CAPTURE-OVERRIDE     PIC X(01).
               88  CC-CAPT-OVERRIDE-YES           VALUE 'Y'.
               88  CC-CAPT-OVERRIDE-NO            VALUE 'N'.
      *    Partitioned sweep: the partition this step runs and the
      *    range of master keys it covers, from the low key up to
      *    but not including the high key.  A blank low key starts
      *    at the first account, a blank high key runs to the end.
      *    Zero (or blank) is the ordinary single run; JUNTA-
      *    PARTICOES merges the partitions' outputs afterwards.
           05  CC-PARTITION-NO         PIC 9(02).
           05  CC-PARTITION-LOW-KEY    PIC X(10).
           05  CC-PARTITION-HIGH-KEY   PIC X(10).
