      *> ---------------------------------------------------------
      *> ENTPTY.cpy
      *> Entity party record - one line per director or
      *> beneficial owner of a legal-entity customer. The party is
      *> always a natural-person customer record of its own, so it
      *> is screened against the blocklist and documented on the
      *> KYC register exactly like any other person. A beneficial
      *> owner holds 25% or more; the holding is carried on the
      *> line. A party who steps down or sells out is ceased, not
      *> deleted, so the register keeps its history.
      *> ---------------------------------------------------------
       01 EntityPartyRecord.
           02 EpEntityID PIC 9(5).
           02 EpPartyID PIC 9(5).
           02 EpRole PIC X(1).
               88 EpDirector VALUE "D".
               88 EpBeneficialOwner VALUE "B".
           02 EpOwnPct PIC 9(3)V99.
           02 EpStatus PIC X(1).
               88 EpActive VALUE "A".
               88 EpCeased VALUE "C".
           02 EpAddedDate PIC 9(8).
           02 EpAddedBy PIC X(8).
           02 EpCeasedDate PIC 9(8).
