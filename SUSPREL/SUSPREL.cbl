            03  AJ-DATA             PIC X(80).
            03  FILLER              PIC XX.
            03  AJ-REASON           PIC X(20).
            03  AJ-SOURCE-ID        PIC X(4).
      *        DECK SOURCE THAT KEYED THE SUSPENDED TRANSACTION
            03  AJ-DISP             PIC X.
      *        R - RELEASE AS-IS
      *        A - RELEASE AMENDED (AJ-AMEND CARRIES THE CORRECTION)
