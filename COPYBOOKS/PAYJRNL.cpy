      *    master on this date, which is what the principal trial
      *    balance must key on.  Zero on legacy records.
           05  PJ-APPLIED-DATE         PIC 9(08).
      *    Participants' part of the penalty, interest and principal
      *    applied above, by the percentage sold on PARTMSTDD when
      *    the entry posted; what REPASSA-PARTICIPACOES remits.
      *    Spaces on records written before participations.
           05  PJ-SOLD-PCT             PIC 9(3)V9(4).
           05  PJ-SOLD-PENALTY         PIC 9(9)V99.
           05  PJ-SOLD-INTEREST        PIC 9(9)V99.
           05  PJ-SOLD-PRINCIPAL       PIC 9(9)V99.
