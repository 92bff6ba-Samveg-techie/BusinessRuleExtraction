                FILE STATUS IS FS-CHKPT.
            SELECT CUST-FILE ASSIGN TO UT-S-CUSTMS
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-CUST-NO
                FILE STATUS IS FS-CUST.
            SELECT OVRP-FILE ASSIGN TO UT-S-PRINT3
                FILE STATUS IS FS-INVC.
            SELECT GLPST-FILE ASSIGN TO UT-S-GLPOST
                FILE STATUS IS FS-GLPST.
            SELECT ORDACK-FILE ASSIGN TO UT-S-ORDACK
                FILE STATUS IS FS-ORDACK.
            SELECT SHIP-FILE ASSIGN TO UT-S-SHIPMT
                FILE STATUS IS FS-SHIP.
            SELECT DSACK-FILE ASSIGN TO UT-S-DSPACK
                FILE STATUS IS FS-DSACK.
            SELECT KPI-FILE ASSIGN TO UT-S-KPIHST
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OT-TYPE-CD
                FILE STATUS IS FS-OTYPE.
            SELECT GLACT-FILE ASSIGN TO UT-S-GLACCT
                ORGANIZATION INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS GA-KEY
                FILE STATUS IS FS-GLACT.
            SELECT REJP-FILE ASSIGN TO UT-S-REJPRV
                FILE STATUS IS FS-REJP.
            SELECT REJO-FILE ASSIGN TO UT-S-REJOUT
                FILE STATUS IS FS-REJO.
            SELECT SPILL-FILE ASSIGN TO UT-S-SPILL
                FILE STATUS IS FS-SPILL.
            SELECT SRCHST-FILE ASSIGN TO UT-S-SRCHST
                FILE STATUS IS FS-SRCHST.
            SELECT JCAT-FILE ASSIGN TO UT-S-JRNCAT
                FILE STATUS IS FS-JCAT.
            SELECT DSORT-FILE ASSIGN TO UT-S-SORTWK.
        DATA DIVISION.
        FILE SECTION.
      *        LA - ADD ORDER LINE ITEM
      *        LU - UPDATE ORDER LINE ITEM
      *        LD - DELETE ORDER LINE ITEM
      *        SH - RECORD A SHIPMENT (FULL OR PARTIAL) AGAINST AN ORDER
      *        HL - PUT AN ORDER ON HOLD
      *        RL - RELEASE AN ORDER FROM HOLD
      *        SP - SPLIT PART OF AN ORDER'S QUANTITY TO A NEW ORDER
      *        CX - CANCEL AN ORDER WITH A CANCELLATION REASON
            03  TI-ORDR-NO          PIC X(6).
            03  FILLER              PIC X(72).
        01  TRAN-ORD-BASE REDEFINES TRAN-INQY.
      *        PRODUCTION PLANT/LOCATION CODE, SPACES - UNASSIGNED
      *        (UB - NO CHANGE)
            03  FILLER              PIC X(1).
        01  TRAN-ORD-RETURN REDEFINES TRAN-INQY.
      *        A ON A RETURN/REWORK ORDER TYPE - THE LAST SIX COLUMNS
      *        OF THE DESCRIPTION CARRY THE ORIGINAL ORDER NUMBER
            03  FILLER              PIC X(14).
            03  TR-DESCR            PIC X(34).
            03  TR-ORIG-ORDR-NO     PIC X(6).
            03  FILLER              PIC X(26).
        01  TRAN-ACTIVITY REDEFINES TRAN-INQY.
            03  FILLER              PIC X(8).
            03  TA-ORD-STATUS       PIC 99.
            03  TS-SCRAP-QTY-X REDEFINES TS-SCRAP-QTY PIC X(5).
            03  TS-REASON-CD        PIC XX.
            03  FILLER              PIC X(65).
        01  TRAN-SHIP REDEFINES TRAN-INQY.
            03  FILLER              PIC X(8).
            03  TH-SHIP-QTY         PIC 9(5).
            03  TH-SHIP-QTY-X REDEFINES TH-SHIP-QTY PIC X(5).
            03  TH-SHIP-DATE        PIC X(8).
      *        DATE THE GOODS LEFT THE DOCK (YYYYMMDD), SPACES -
      *        THE RUN DATE
            03  TH-CARRIER-REF      PIC X(20).
            03  FILLER              PIC X(39).
        01  TRAN-HOLD REDEFINES TRAN-INQY.
            03  FILLER              PIC X(8).
            03  TK-HOLD-REASON      PIC XX.
      *        QA - QUALITY   CR - CREDIT   CU - CUSTOMER REQUEST
      *        OT - OTHER     (HL ONLY)
            03  TK-HOLD-DATE        PIC X(8).
      *        DATE THE HOLD WAS PLACED (YYYYMMDD), SPACES - THE RUN
      *        DATE (HL ONLY)
            03  FILLER              PIC X(62).
        01  TRAN-SPLIT REDEFINES TRAN-INQY.
            03  FILLER              PIC X(8).
            03  TP-NEW-ORDR-NO      PIC X(6).
      *        ORDER NUMBER TO CREATE FOR THE QUANTITY MOVED
            03  TP-SPLIT-QTY        PIC 9(5).
            03  TP-SPLIT-QTY-X REDEFINES TP-SPLIT-QTY PIC X(5).
            03  TP-PLANT            PIC X(2).
      *        PLANT FOR THE NEW ORDER, SPACES - SAME AS THE SOURCE
            03  TP-PROMISE-DATE     PIC X(8).
      *        PROMISE DATE FOR THE NEW ORDER, SPACES - SAME AS THE
      *        SOURCE
            03  FILLER              PIC X(51).
        01  TRAN-CANCEL REDEFINES TRAN-INQY.
            03  FILLER              PIC X(8).
            03  TX-CANCEL-REASON    PIC XX.
      *        CS - CUSTOMER REQUEST   PR - PRICE      LT - LEAD TIME
      *        CR - CREDIT             DP - DUPLICATE  OT - OTHER
            03  TX-CANCEL-DATE      PIC X(8).
      *        SPACES - CANCELLED AS OF THE RUN DATE
            03  FILLER              PIC X(62).
        01  TRAN-LINE-ITEM REDEFINES TRAN-INQY.
            03  FILLER              PIC X(8).
            03  TL-LINE-NO          PIC 99.
            03  TL-LINE-STATUS      PIC 99.
            03  TL-LINE-STATUS-X REDEFINES TL-LINE-STATUS PIC XX.
            03  FILLER              PIC X(46).
        01  TRAN-SOURCE.
            03  FILLER              PIC X(80).
            03  TI-SOURCE-ID        PIC X(4).
      *        DECK SOURCE FROM TRNEDIT - SPACES OUTSIDE ANY DECK
        FD  PARM-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  PARM-REC.
            03  PARM-RUN-MODE       PIC X.
      *        WEEKS WITHOUT PERCENTAGE-COMPLETE MOVEMENT BEFORE THE
      *        TR TREND SCAN FLAGS AN ORDER STALLED, ZERO - DEFAULT 4
            03  PARM-ACK-DAYS       PIC 9(3).
      *        WORKING DAYS SINCE DISPATCH WITHOUT FLOOR ACKNOWLEDG-
      *        MENT BEFORE THE DX SCAN REPORTS AN ORDER, ZERO -
      *        DEFAULT 3
            03  PARM-SCAN-MODE      PIC X.
      *        S - SINGLE PASS: OX/AG/BS/DP/TR/LT/DX/LR CARDS ARE
      *            QUEUED AND ALL RUN IN ONE DATABASE SWEEP AFTER THE
      *            LAST TRANSACTION
      *        SPACE - EACH SCAN CARD SWEEPS THE DATABASE WHEN READ
            03  PARM-FORCE-RUN      PIC X.
      *        F - OPERATOR-FORCED RUN: GO AHEAD EVEN THOUGH A
      *            SCHEDULED PREDECESSOR HAS NOT ENDED OK (RUNGATE
      *            LOGS THE OVERRIDE)    SPACE - GATED AS SCHEDULED
            03  FILLER              PIC X(48).
        FD  CHKPT-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  CHKPT-REC.
            03  CK-TRANS-COUNT      PIC 9(7).
            03  CM-CREDIT-LIMIT     PIC 9(7)V99.
      *        ZERO - NO CREDIT LIMIT ENFORCED FOR THIS CUSTOMER
            03  CM-CURR-EXPOSURE    PIC 9(7)V99.
            03  CM-PARENT-NO        PIC X(6).
      *        BILL-TO PARENT CUSTOMER, SPACES - NONE
            03  CM-GROUP-LIMIT      PIC 9(7)V99.
      *        ON A PARENT - CREDIT LIMIT FOR THE WHOLE GROUP, PARENT
      *        AND MEMBERS TOGETHER; ZERO OR SPACES - NONE ENFORCED
            03  FILLER              PIC X(11).
        FD  OVRP-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  OVRP-REC.
            03  OP-ORDR-NO          PIC X(6).
            03  JR-TRAN             PIC XX.
            03  JR-ORDR-NO          PIC X(6).
            03  JR-RUN-DATE         PIC 9(8).
            03  JR-BEFORE           PIC X(400).
            03  JR-AFTER            PIC X(400).
            03  FILLER              PIC X(8).
        FD  SUSP-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     SAME-ORDER COLLISIONS WITHIN A RUN ARE DIVERTED HERE FOR
            03  SU-DATA             PIC X(80).
            03  FILLER              PIC XX.
            03  SU-REASON           PIC X(20).
            03  SU-SOURCE-ID        PIC X(4).
        FD  DSPCH-FILE RECORDING MODE F BLOCK 0 RECORDS.
        01  DSPCH-REC.
            03  DP-PLANT            PIC XX.
            03  IV-PLANNED-AMT      PIC 9(5)V99.
            03  IV-COMPL-DATE       PIC 9(8).
            03  FILLER              PIC X(8).
        FD  ORDACK-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     ORDER ACKNOWLEDGMENT RECORD CUT FOR EVERY ORDER ADDED AND
      *     FOR EVERY UB THAT CHANGES QUANTITY, AMOUNT OR PROMISE
      *     DATE - ACKPRT FORMATS THEM FOR SAME-DAY MAILING.
        01  ORDACK-REC.
            03  OA-TRAN             PIC XX.
            03  OA-ORDR-NO          PIC X(6).
            03  OA-RUN-DATE         PIC 9(8).
            03  OA-CUST-NO          PIC X(6).
            03  OA-DESCR            PIC X(40).
            03  OA-PO-QTY           PIC 9(5).
            03  OA-PO-AMT           PIC 9(5)V99.
            03  OA-ORDR-TYPE        PIC XX.
            03  OA-PROMISE-DATE     PIC X(8).
            03  OA-PLANT            PIC XX.
            03  OA-CHG-QTY          PIC X.
            03  OA-CHG-AMT          PIC X.
            03  OA-CHG-PROMISE      PIC X.
      *        Y - FIELD CHANGED BY THE UB (SPACES ON AN ADD)
            03  FILLER              PIC X(11).
        FD  SHIP-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     ONE RECORD PER SHIPMENT POSTED BY AN SH TRANSACTION -
      *     WHAT ACTUALLY LEFT THE DOCK.  PACKLIST PRINTS THE PACKING
      *     LISTS FROM IT.
        01  SHIP-REC.
            03  SP-ORDR-NO          PIC X(6).
            03  SP-CUST-NO          PIC X(6).
            03  SP-SHIP-DATE        PIC X(8).
            03  SP-SHIP-QTY         PIC 9(5).
            03  SP-SHIPPED-TO-DATE  PIC 9(5).
            03  SP-PRODUCED-QTY     PIC 9(5).
            03  SP-CARRIER-REF      PIC X(20).
            03  SP-FINAL            PIC X.
      *        Y - THIS SHIPMENT CLEARS EVERYTHING PRODUCED
            03  SP-RUN-DATE         PIC 9(8).
            03  FILLER              PIC X(16).
        FD  DSACK-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     DISPATCH ACKNOWLEDGMENTS RETURNED BY THE PRODUCTION
      *     FLOOR FOR ORDERS ON A PRIOR DISPATCH LIST, APPLIED AT
            03  PM-PART-DESC        PIC X(30).
            03  PM-UOM              PIC X(3).
            03  PM-ACTIVE           PIC X.
            03  PM-STD-COST         PIC 9(5)V9(4).
            03  PM-COST-EFF-DATE    PIC X(8).
            03  FILLER              PIC X(19).
        FD  OTYPE-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     ORDER-TYPE REFERENCE MASTER MAINTAINED BY ORDTMNT.
        01  OTYPE-REC.
            03  OT-TYPE-CD          PIC XX.
            03  OT-TYPE-DESC        PIC X(30).
            03  OT-ACTIVE           PIC X.
            03  OT-RETURN-TYPE      PIC X.
      *        R - RETURN/REWORK TYPE, ORIGINAL ORDER REQUIRED ON ADD
            03  FILLER              PIC X(46).
        FD  GLACT-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     GL ACCOUNT DETERMINATION MASTER MAINTAINED BY GLACMNT -
      *     DEBIT/CREDIT ACCOUNTS PER ORDER TYPE, PLANT AND POSTING
      *     EVENT.  BLANK TYPE OR PLANT IS A WILDCARD ROW.
        01  GLACT-REC.
            03  GA-KEY.
                05  GA-TYPE-CD      PIC XX.
                05  GA-PLANT        PIC XX.
                05  GA-EVENT        PIC XX.
      *            AC - ADD COMMITMENT     CR - COMPLETION RELIEF
      *            SC - SCRAP
            03  GA-DR-ACCT          PIC X(6).
            03  GA-CR-ACCT          PIC X(6).
            03  GA-DESC             PIC X(30).
            03  FILLER              PIC X(32).
        FD  REJP-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     THE PRIOR RUN'S REJECT RECYCLE FILE, READ AT START OF
      *     RUN SO REPEAT REJECTS CAN BE AGED.
            03  FILLER              PIC XX.
            03  RP-REASON-CDS       PIC X(40).
            03  RP-RECYCLE-CNT      PIC 9(3).
            03  RP-SOURCE-ID        PIC X(4).
        FD  REJO-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     MACHINE-READABLE REJECT RECYCLE FILE - THE ORIGINAL
      *     80-BYTE TRANSACTION WITH THE REASON CODES APPENDED IN
            03  RO-RECYCLE-CNT      PIC 9(3).
      *        RUNS THIS TRANSACTION HAS NOW BEEN REJECTED - ABOVE 1
      *        MEANS A REJECT THAT NEVER CAME BACK CORRECTED
            03  RO-SOURCE-ID        PIC X(4).
      *        DECK SOURCE THAT KEYED THE TRANSACTION
        FD  GLPST-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     GENERAL LEDGER POSTING INTERFACE - ONE DEBIT/CREDIT PAIR
      *     PER ORDER ADD (OPEN COMMITMENT), PER COMPLETION (RELIEF)
            03  GL-AMOUNT           PIC 9(7)V99.
            03  GL-SOURCE           PIC XX.
      *        TRANSACTION CODE THAT CAUSED THE POSTING
            03  GL-EVENT            PIC XX.
      *        POSTING EVENT (AC/CR/SC) THE ACCOUNTS WERE DETERMINED
      *        FOR - LETS GLRECON CLASSIFY THE FEED BY EVENT
            03  FILLER              PIC X(46).
        FD  SPILL-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     SINGLE-PASS HOLDING FILE FOR LATE AND RECONCILIATION
      *     LINES SO THEY DO NOT INTERLEAVE WITH THE AGING AND TREND
      *     LINES PRINTED TO THE SAME REPORTS DURING THE SWEEP.
        01  SPILL-REC.
            03  SL-DEST             PIC X.
      *        A - AGING PRINT FILE    R - MAIN REPORT
            03  SL-LINE             PIC X(133).
        FD  SRCHST-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     SOURCE-SYSTEM ERROR HISTORY SHARED WITH TRNEDIT AND READ
      *     BY SRCSCORE - THIS PROGRAM APPENDS THE BUSINESS REJECTS
      *     BY REASON CODE, SUSPENSIONS AND REPEAT REJECTS PER SOURCE.
        01  SRCHST-REC.
            03  SH-RUN-DATE         PIC 9(8).
            03  SH-PROGRAM          PIC X(8).
            03  SH-SOURCE-ID        PIC X(4).
            03  SH-EVENT            PIC XX.
      *        SB - SUBMITTED              SR - STRUCTURALLY REJECTED
      *        BR - BUSINESS-REJECTED      SU - SUSPENDED
      *        RC - RECYCLED MORE THAN ONCE
            03  SH-REASON-CD        PIC XX.
      *        ON BR - THE REASON CODE, OR SPACES ON THE RECORD
      *        COUNTING REJECTED TRANSACTIONS
            03  SH-COUNT            PIC 9(7).
            03  FILLER              PIC X(49).
        FD  JCAT-FILE RECORDING MODE F BLOCK 0 RECORDS.
      *     JOURNAL GENERATION CATALOG, APPENDED ONE ENTRY PER RUN
      *     FOR THE JRNL-FILE GENERATION THE RUN WROTE.  JRNRETN
      *     CONSOLIDATES AND EXPIRES GENERATIONS; JRNREPLY PICKS ITS
      *     INPUT GENERATIONS FROM IT BY DATE.
        01  JCAT-REC.
            03  JC-GEN-TYPE         PIC X.
      *        D - DAILY RUN JOURNAL    M - MONTHLY CONSOLIDATION
            03  JC-GEN-NO           PIC 9(4).
      *        DAILY - GDG GENERATION    MONTHLY - VERSION
            03  JC-DSNAME           PIC X(44).
            03  JC-FROM-DATE        PIC 9(8).
            03  JC-TO-DATE          PIC 9(8).
            03  JC-REC-CNT          PIC 9(9).
            03  JC-ISRT-CNT         PIC 9(9).
            03  JC-REPL-CNT         PIC 9(9).
            03  JC-DLET-CNT         PIC 9(9).
            03  JC-FIRST-ORDR       PIC X(6).
            03  JC-LAST-ORDR        PIC X(6).
            03  JC-CREATE-DATE      PIC 9(8).
            03  JC-STATUS           PIC X.
      *        A - ACTIVE    C - CONSOLIDATED INTO JC-INTO-DSNAME
      *        X - EXPIRED, TAPE RELEASED
            03  JC-STATUS-DATE      PIC 9(8).
            03  JC-INTO-DSNAME      PIC X(44).
            03  FILLER              PIC X(26).
        SD  DSORT-FILE.
        01  DSORT-REC.
            03  DS-PLANT            PIC XX.
        77  FS-DPRP             PIC 99.
        77  FS-INVC             PIC 99.
        77  FS-GLPST            PIC 99.
        77  FS-ORDACK           PIC 99.
        77  FS-SHIP             PIC 99.
        77  FS-DSACK            PIC 99.
        77  FS-REJP             PIC 99.
        77  FS-OTYPE            PIC 99.
        77  FS-PART             PIC 99.
        77  FS-GLACT            PIC 99.
        77  FS-KPI              PIC 99.
        77  FS-CATLG            PIC 99.
        77  FS-SPILL            PIC 99.
        77  FS-SRCHST           PIC 99.
        77  FS-JCAT             PIC 99.
        77  JCAT-EOF            PIC X VALUE ' '.
            88  JCAT-PRESENT      VALUE ' '.
            88  NO-MORE-JCAT      VALUE 'Y'.
      *     THE JOURNL DD IS A GDG; EACH RUN WRITES THE NEXT
      *     GENERATION OF THIS BASE AND CATALOGS IT UNDER ITS
      *     ABSOLUTE NAME.
        77  WS-JRNL-GDG-BASE    PIC X(30)
                                VALUE 'IB4OP01.ORDER.JOURNAL'.
        77  WS-JRNL-GEN         PIC 9(4) VALUE 0.
        77  WS-JRNL-ISRT-CNT    PIC 9(7) COMP-3 VALUE 0.
        77  WS-JRNL-REPL-CNT    PIC 9(7) COMP-3 VALUE 0.
        77  WS-JRNL-DLET-CNT    PIC 9(7) COMP-3 VALUE 0.
        77  WS-JRNL-FIRST-ORDR  PIC X(6) VALUE SPACES.
        77  WS-JRNL-LAST-ORDR   PIC X(6) VALUE SPACES.
        77  CATLG-EOF           PIC X VALUE ' '.
            88  CATLG-PRESENT     VALUE ' '.
            88  NO-MORE-CATLG     VALUE 'Y'.
        77  WS-CAT-IDX          PIC S9(4) COMP VALUE 0.
        77  WS-CAT-FOUND        PIC S9(4) COMP VALUE 0.
        77  WS-CAT-LOOKUP       PIC X(6) VALUE SPACES.
        77  WS-RETURN-ORDER     PIC X VALUE 'N'.
            88  RETURN-ORDER-TYPE VALUE 'Y'.
        01  WS-CAT-TABLE.
            03  WS-CAT-CNT      PIC S9(4) COMP VALUE 0.
            03  WS-CAT-ENT      OCCURS 5000.
                05  WS-OTY-CD       PIC XX.
                05  WS-OTY-DESC     PIC X(30).
                05  WS-OTY-ACTIVE   PIC X.
                05  WS-OTY-RETURN   PIC X.
        77  FS-REJO             PIC 99.
        77  REJP-EOF            PIC X VALUE ' '.
            88  REJP-PRESENT      VALUE ' '.
                05  WS-RJ-TRAN      PIC XX.
                05  WS-RJ-ORDR      PIC X(6).
                05  WS-RJ-CYCLES    PIC 9(3).
        77  WS-SE-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-SE-FOUND         PIC S9(4) COMP VALUE 0.
        77  WS-SE-RSN-IDX       PIC S9(4) COMP VALUE 0.
        77  WS-SE-BR-SW         PIC X VALUE 'N'.
            88  SE-BUS-REJECT     VALUE 'Y'.
        77  WS-SE-OVERFLOW      PIC X VALUE 'N'.
        01  WS-SE-KEY.
            03  WS-SE-KEY-SRC   PIC X(4).
            03  WS-SE-KEY-EVT   PIC XX.
            03  WS-SE-KEY-CD    PIC XX.
      *     BUSINESS REJECTS BY REASON CODE, SUSPENSIONS AND REPEAT
      *     REJECTS BY DECK SOURCE, FOR THE SOURCE-SYSTEM HISTORY.
        01  WS-SE-TABLE.
            03  WS-SE-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-SE-ENT       OCCURS 500.
                05  WS-SE-ENT-KEY   PIC X(8).
                05  WS-SE-COUNT     PIC 9(7) COMP-3.
        77  CUST-EOF            PIC X VALUE ' '.
            88  NO-MORE-CUST      VALUE 'Y'.
        77  WS-CG-IDX           PIC S9(4) COMP VALUE 0.
        77  WS-CG-OVERFLOW      PIC X VALUE 'N'.
            88  CUST-GROUP-OVERFLOW VALUE 'Y'.
        77  WS-CG-HEAD          PIC X(6) VALUE SPACES.
        77  WS-CG-LIMIT         PIC 9(7)V99 COMP-3 VALUE 0.
        77  WS-CG-EXPOSURE      PIC 9(9)V99 COMP-3 VALUE 0.
        77  WS-CG-HOLD          PIC X(80) VALUE SPACES.
      *     EVERY CUSTOMER THAT BILLS TO A PARENT, LOADED FROM THE
      *     CUSTOMER MASTER AT STARTUP FOR THE GROUP CREDIT CHECK.
        01  WS-CG-TABLE.
            03  WS-CG-CNT       PIC S9(4) COMP VALUE 0.
            03  WS-CG-ENT       OCCURS 2000.
                05  WS-CG-MEMBER    PIC X(6).
                05  WS-CG-PARENT    PIC X(6).
        77  DSACK-EOF           PIC X VALUE ' '.
            88  DSACK-PRESENT     VALUE ' '.
            88  NO-MORE-DSACK     VALUE 'Y'.
        77  WS-ACK-DAYS         PIC 9(3) VALUE 3.
        77  WS-DX-CNT           PIC 9(7) COMP-3 VALUE 0.
        77  WS-DSP-AGE-DAYS     PIC S9(9) COMP VALUE 0.
        77  WS-OPEN-LINE-CNT    PIC S9(4) COMP VALUE 0.
        77  WS-LINE-CNT         PIC S9(4) COMP VALUE 0.
        77  WS-LINE-QTY-SUM     PIC S9(9) COMP-3 VALUE 0.
        77  WS-LR-CNT           PIC 9(7) COMP-3 VALUE 0.
      *     GL ACCOUNTS FOR THE POSTING INTERFACE - USED ONLY WHEN
      *     THE DETERMINATION MASTER HAS NO ROW FOR THE EVENT, NOT
      *     EVEN THE DEFAULT ROW, OR IS NOT AVAILABLE
        77  GL-ACCT-WIP         PIC X(6) VALUE '120100'.
        77  GL-ACCT-COMMIT      PIC X(6) VALUE '250100'.
        77  GL-ACCT-SCRAP       PIC X(6) VALUE '530100'.
        77  WS-GLACT-AVAIL      PIC X VALUE 'N'.
            88  GL-ACCT-MASTER-ON VALUE 'Y'.
        77  WS-GLACT-FOUND      PIC X VALUE 'N'.
            88  GL-ACCT-ROW-FOUND VALUE 'Y'.
        77  WS-GL-EVENT         PIC XX VALUE SPACES.
            88  GL-EVENT-ADD      VALUE 'AC'.
            88  GL-EVENT-COMPLETE VALUE 'CR'.
            88  GL-EVENT-SCRAP    VALUE 'SC'.
            88  GL-EVENT-SPLIT-OUT VALUE 'SO'.
            88  GL-EVENT-SPLIT-IN VALUE 'SI'.
            88  GL-EVENT-CANCEL   VALUE 'CX'.
        77  WS-GL-ORDR-NO       PIC X(6) VALUE SPACES.
        77  WS-GL-ACCT-SWAP     PIC X(6) VALUE SPACES.
        77  WS-GLACT-MISS-CNT   PIC 9(7) COMP-3 VALUE 0.
        77  WS-GL-CNT           PIC 9(7) COMP-3 VALUE 0.
        77  WS-GL-ADD-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-GL-CMP-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-GL-SCR-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-GL-SPL-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-GL-CXL-CNT       PIC 9(7) COMP-3 VALUE 0.
        77  WS-GL-CXL-AMT       PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-GL-SPL-AMT       PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-GL-ADD-AMT       PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-GL-CMP-AMT       PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-GL-SCR-AMT       PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-UNIT-AMT         PIC S9(7)V9(4) COMP-3 VALUE 0.
        77  WS-INV-CNT          PIC 9(7) COMP-3 VALUE 0.
        77  WS-INV-AMT          PIC S9(9)V99 COMP-3 VALUE 0.
        77  WS-OACK-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-UB-OLD-QTY       PIC S9(5) COMP-3 VALUE 0.
        77  WS-UB-OLD-AMT       PIC 9(5)V99 COMP-3 VALUE 0.
        77  WS-UB-OLD-PROMISE   PIC X(8) VALUE SPACES.
        77  WS-SHIP-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-SHIP-QTY-TOT     PIC 9(9) COMP-3 VALUE 0.
        77  WS-PRODUCED-QTY     PIC S9(9) COMP-3 VALUE 0.
        77  WS-PRD-IDX          PIC S9(4) COMP VALUE 0.
        77  WS-UA-OLD-STATUS    PIC 99 VALUE 0.
        77  WS-DSP-HELD-CNT     PIC 9(7) COMP-3 VALUE 0.
        77  WS-SP-AMT           PIC 9(5)V99 COMP-3 VALUE 0.
        77  WS-SP-REMAIN        PIC S9(9) COMP-3 VALUE 0.
        77  WS-SP-CNT           PIC 9(7) COMP-3 VALUE 0.
        01  WS-SP-SRC-IMAGE     PIC X(400) VALUE SPACES.
        77  WS-STALL-WEEKS      PIC 9(2) VALUE 4.
        77  WS-TR-CNT           PIC 9(7) COMP-3 VALUE 0.
        77  WS-TR-STALL-CNT     PIC 9(7) COMP-3 VALUE 0.
        77  WS-TR-LAST-MOVE     PIC S9(4) COMP VALUE 0.
        77  WS-TR-PREV-PCT      PIC S9(5)V9(3) COMP-3 VALUE 0.
        77  WS-LT-CNT           PIC 9(7) COMP-3 VALUE 0.
        77  WS-LATE-DAYS        PIC S9(9) COMP VALUE 0.
        77  WS-ACT-AGE-DAYS     PIC S9(9) COMP VALUE 0.
        77  WS-DSP-EOF          PIC X VALUE ' '.
                05  WS-SEEN-TRAN PIC XX.
                05  WS-SEEN-QUAL PIC XX.
        77  WS-JRNL-CNT         PIC 9(7) COMP-3 VALUE 0.
        77  WS-BEFORE-IMAGE     PIC X(400) VALUE SPACES.
        77  WS-AFTER-IMAGE      PIC X(400) VALUE SPACES.
        77  WS-RUN-DATE         PIC 9(8) VALUE 0.
        77  WS-RUN-DAYS         PIC S9(9) COMP VALUE 0.
        77  WS-AGE-DAYS         PIC S9(9) COMP VALUE 0.
      *     WORKING-DAY COUNT FROM THE SHOP CALENDAR, SEE WRKDAYS
        01  WD-REQUEST.
            03  WD-PLANT        PIC XX.
            03  WD-FROM-DATE    PIC 9(8).
            03  WD-TO-DATE      PIC 9(8).
            03  WD-DAYS         PIC S9(7).
        77  WS-AGE-BUCKET       PIC 9 VALUE 0.
        77  WS-AGING-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-AG-LINE-CNT      PIC S9999 COMP VALUE +256.
        77  WS-RUN-MODE         PIC X VALUE SPACE.
            88  RESTART-RUN       VALUE 'R'.
            88  DRY-RUN           VALUE 'D'.
        77  WS-SCAN-MODE        PIC X VALUE SPACE.
            88  SINGLE-PASS       VALUE 'S'.
      *     SCANS QUEUED FOR THE SINGLE-PASS SWEEP, IN THE ORDER OF
      *     THE CARD CODES IN WS-SW-CODES
        77  WS-SW-CNT           PIC S9(4) COMP VALUE 0.
        77  WS-SW-IDX           PIC S9(4) COMP VALUE 0.
        01  WS-SW-QUEUE.
            03  WS-SW-OX            PIC X VALUE 'N'.
                88  SW-OX             VALUE 'Y'.
            03  WS-SW-AG            PIC X VALUE 'N'.
                88  SW-AG             VALUE 'Y'.
            03  WS-SW-BS            PIC X VALUE 'N'.
                88  SW-BS             VALUE 'Y'.
            03  WS-SW-DP            PIC X VALUE 'N'.
                88  SW-DP             VALUE 'Y'.
            03  WS-SW-TR            PIC X VALUE 'N'.
                88  SW-TR             VALUE 'Y'.
            03  WS-SW-LT            PIC X VALUE 'N'.
                88  SW-LT             VALUE 'Y'.
            03  WS-SW-DX            PIC X VALUE 'N'.
                88  SW-DX             VALUE 'Y'.
            03  WS-SW-LR            PIC X VALUE 'N'.
                88  SW-LR             VALUE 'Y'.
        01  FILLER REDEFINES WS-SW-QUEUE.
            03  WS-SW-FLAG          PIC X OCCURS 8.
        01  WS-SW-CODES             PIC X(16)
                                    VALUE 'OXAGBSDPTRLTDXLR'.
        01  FILLER REDEFINES WS-SW-CODES.
            03  WS-SW-CODE          PIC XX OCCURS 8.
        77  WS-SW-LT-SPILL      PIC X VALUE 'N'.
            88  LT-SPILLED        VALUE 'Y'.
        77  WS-SW-LR-SPILL      PIC X VALUE 'N'.
            88  LR-SPILLED        VALUE 'Y'.
        77  WS-SPILL-EOF        PIC X VALUE ' '.
            88  NO-MORE-SPILL     VALUE 'Y'.
        77  WS-SW-ROOT-CNT      PIC 9(7) COMP-3 VALUE 0.
        77  WS-SW-START-HS      PIC S9(9) COMP VALUE 0.
        77  WS-SW-END-HS        PIC S9(9) COMP VALUE 0.
        77  WS-SW-ELAPSED-HS    PIC S9(9) COMP VALUE 0.
        77  WS-SW-ELAPSED-SECS  PIC 9(7) COMP-3 VALUE 0.
        77  WS-SW-SAVED-SECS    PIC 9(7) COMP-3 VALUE 0.
        01  WS-SW-TIME.
            03  WS-SW-HH            PIC 99.
            03  WS-SW-MM            PIC 99.
            03  WS-SW-SS            PIC 99.
            03  WS-SW-CC            PIC 99.
        77  WS-CHKPT-INTRVL     PIC 9(5) COMP-3 VALUE 1000.
        77  WS-INPUT-CNT        PIC 9(7) COMP-3 VALUE 0.
        77  WS-SKIP-CNT         PIC 9(7) COMP-3 VALUE 0.
            03  WS-TOT-DEL          PIC 9(7) COMP-3 VALUE 0.
            03  WS-TOT-QRY          PIC 9(7) COMP-3 VALUE 0.
            03  WS-TOT-SCRAP        PIC 9(7) COMP-3 VALUE 0.
            03  WS-TOT-SHIP         PIC 9(7) COMP-3 VALUE 0.
            03  WS-TOT-HOLD         PIC 9(7) COMP-3 VALUE 0.
            03  WS-TOT-RELEASE      PIC 9(7) COMP-3 VALUE 0.
            03  WS-TOT-SPLIT        PIC 9(7) COMP-3 VALUE 0.
            03  WS-TOT-CANCEL       PIC 9(7) COMP-3 VALUE 0.
            03  WS-TOT-LINE-ADD     PIC 9(7) COMP-3 VALUE 0.
            03  WS-TOT-LINE-UPD    PIC 9(7) COMP-3 VALUE 0.
            03  WS-TOT-LINE-DEL    PIC 9(7) COMP-3 VALUE 0.
       05 DISPATCH-DATE                PIC  X(08).
       05 DISPATCH-ACK-DATE            PIC  X(08).
       05 DISPATCH-ACK-STARTED         PIC  X(01).
       05 SHIPPED-QUANTITY             PIC  S9(05)       COMP-3.
       05 LAST-SHIP-DATE               PIC  X(08).
       05 HOLD-STATUS                  PIC  X(01).
           88 ORDER-ON-HOLD                 VALUE 'H'.
       05 HOLD-REASON                  PIC  X(02).
       05 HOLD-DATE                    PIC  X(08).
       05 SPLIT-FROM-ORDER             PIC  X(06).
       05 CANCEL-STATUS                PIC  X(01).
           88 ORDER-CANCELLED               VALUE 'X'.
       05 CANCEL-REASON                PIC  X(02).
       05 CANCEL-DATE                  PIC  X(08).
       05 ORIGINAL-ORDER               PIC  X(06).
       05 FILLER                       PIC  X(33).
        01  RUN-CONTROL.
            03  RC-PROGRAM      PIC X(8) VALUE 'IB4OP01 '.
            03  RC-INPUT-COUNT  PIC 9(9) VALUE 0.
            03  RC-OUTPUT-COUNT PIC 9(9) VALUE 0.
            03  RC-ERROR-COUNT  PIC 9(9) VALUE 0.
            03  RC-STATUS       PIC X(8) VALUE 'OK'.
        01  GATE-CONTROL.
            03  GC-PROGRAM      PIC X(8) VALUE 'IB4OP01 '.
            03  GC-FORCE        PIC X VALUE SPACE.
            03  GC-RESULT       PIC X(8) VALUE SPACES.
                88  GATE-REFUSED  VALUE 'REFUSED '.
            03  GC-RETURN-CODE  PIC 9(4) VALUE 0.
            03  GC-REASON       PIC X(40) VALUE SPACES.
        01  ORDER-LINE-DATA.
       05 ORDER-LINE-KEY               PIC  9(02).
       05 LINE-PART-NUMBER             PIC  X(10).
        PROCEDURE DIVISION USING IOPCB DBPCB.                           
        I100-INIT.
            DISPLAY 'ENTERING PROGRAM IB4OP01'
            PERFORM I050-PREDECESSOR-GATE
            IF GATE-REFUSED
              DISPLAY 'PREDECESSOR GATE REFUSED THE RUN: ' GC-REASON
              MOVE GC-RETURN-CODE TO RETURN-CODE
              DISPLAY 'LEAVING  PROGRAM IB4OP01'
              GOBACK
            END-IF
            MOVE 'START   ' TO RC-STATUS
            CALL 'RUNLOG' USING RUN-CONTROL
            MOVE 'OK      ' TO RC-STATUS
            OPEN OUTPUT RPT-FILE, ERR-FILE, CHKPT-FILE, OVRP-FILE,
                EXTR-FILE, AGRP-FILE, JRNL-FILE, SUSP-FILE,
                DSPCH-FILE, DPRP-FILE, INVC-FILE, GLPST-FILE,
                REJO-FILE, ORDACK-FILE, SHIP-FILE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            IF FS-TRANS NOT = 0 OR FS-RPT NOT = 0 OR FS-ERR NOT = 0
                OR FS-PARM NOT = 0 OR FS-CHKPT NOT = 0
                OR FS-JRNL NOT = 0 OR FS-SUSP NOT = 0
                OR FS-DSPCH NOT = 0 OR FS-DPRP NOT = 0
                OR FS-INVC NOT = 0 OR FS-GLPST NOT = 0
                OR FS-REJO NOT = 0 OR FS-ORDACK NOT = 0
                OR FS-SHIP NOT = 0
                DISPLAY 'UNABLE TO OPEN ONE OF THE FILES, '
                DISPLAY '  PROGRAM TERMINATING.'
                DISPLAY 'TRANSACTION FILE STATUS IS ' FS-TRANS
                DISPLAY 'INVOICE FILE STATUS IS ' FS-INVC
                DISPLAY 'GL POSTING FILE STATUS IS ' FS-GLPST
                DISPLAY 'REJECT RECYCLE FILE STATUS IS ' FS-REJO
                DISPLAY 'ORDER ACK FILE STATUS IS ' FS-ORDACK
                DISPLAY 'SHIPMENT FILE STATUS IS ' FS-SHIP
            END-IF
            PERFORM I200-READ-PARM
            PERFORM I240-LOAD-ORDER-TYPES
            PERFORM I248-OPEN-PART-MASTER
            PERFORM I247-OPEN-GL-ACCOUNTS
            PERFORM I249-LOAD-PURGE-CATALOG
            PERFORM I250-LOAD-PRIOR-REJECTS
            PERFORM I270-LOAD-CUST-GROUPS
      *     THE ACKNOWLEDGMENT FILE IS OPTIONAL - ABSENT IS THE
      *     NORMAL STATE UNTIL THE FLOOR RETURNS ONE, LIKE THE
      *     OTHER OPTIONAL INPUTS LOADED AT STARTUP
              DISPLAY 'RESTART RUN - SKIPPED ' WS-SKIP-CNT ' RECORDS'
            END-IF
            PERFORM R010-READ UNTIL NO-MORE-TRANS
            IF WS-SW-CNT > 0
              PERFORM P399-SINGLE-PASS THRU P399-SINGLE-PASS-EXIT
            END-IF
            PERFORM P999-TRAILER
            IF NOT DRY-RUN
              PERFORM P995-KPI-SNAPSHOT THRU P995-KPI-EXIT
              PERFORM P997-SRC-HISTORY THRU P997-SRC-HISTORY-EXIT
            END-IF
            CLOSE TRANS-FILE, RPT-FILE, ERR-FILE, PARM-FILE, CHKPT-FILE,
                  CUST-FILE, OVRP-FILE, EXTR-FILE, AGRP-FILE,
                  JRNL-FILE, SUSP-FILE, DSPCH-FILE, DPRP-FILE,
                  INVC-FILE, GLPST-FILE, REJO-FILE, ORDACK-FILE,
                  SHIP-FILE
            PERFORM P994-JRNL-CATALOG THRU P994-JRNL-CATALOG-EXIT
            IF PART-MASTER-ON
              CLOSE PART-FILE
            END-IF
            IF GL-ACCT-MASTER-ON
              CLOSE GLACT-FILE
            END-IF
            IF EXTRACT-ON AND ENCRYPT-EXTRACT AND NOT DRY-RUN
              DISPLAY 'ENCRYPTING EXTRACT VIA EXTRCRYP'
              CALL 'EXTRCRYP'
            DISPLAY 'LEAVING  PROGRAM IB4OP01'
            GOBACK.

        I050-PREDECESSOR-GATE.
      *     NOTHING IS OPENED FOR OUTPUT UNTIL THE SCHEDULED
      *     PREDECESSORS (TRNEDIT AND THE REST OF SCHEDLE AHEAD OF
      *     THIS STEP) HAVE ENDED OK FOR THE DAY.  ONLY THE FORCE
      *     FLAG IS TAKEN FROM THE PARM HERE; I200 READS IT PROPERLY.
            MOVE SPACE TO GC-FORCE
            OPEN INPUT PARM-FILE
            IF FS-PARM = 0
              READ PARM-FILE
                NOT AT END
                  MOVE PARM-FORCE-RUN TO GC-FORCE
              END-READ
              CLOSE PARM-FILE
            END-IF
            CALL 'RUNGATE' USING GATE-CONTROL
            EXIT.

        I200-READ-PARM.
            MOVE SPACE TO WS-RUN-MODE
            MOVE 0 TO PARM-RESTART-CNT
                  AND PARM-ACK-DAYS > 0
                MOVE PARM-ACK-DAYS TO WS-ACK-DAYS
              END-IF
              MOVE PARM-SCAN-MODE TO WS-SCAN-MODE
            END-IF
            EXIT.

                  MOVE OT-TYPE-CD TO WS-OTY-CD(WS-OTY-CNT)
                  MOVE OT-TYPE-DESC TO WS-OTY-DESC(WS-OTY-CNT)
                  MOVE OT-ACTIVE TO WS-OTY-ACTIVE(WS-OTY-CNT)
                  MOVE OT-RETURN-TYPE TO WS-OTY-RETURN(WS-OTY-CNT)
                END-IF
            END-READ
            EXIT.
        P170-FIND-TYPE-EXIT.
            EXIT.

        I247-OPEN-GL-ACCOUNTS.
      *     AN ABSENT ACCOUNT DETERMINATION MASTER IS TOLERATED -
      *     EVERY POSTING THEN GOES TO THE BUILT-IN ACCOUNTS, AS
      *     BEFORE THE MASTER EXISTED.
            OPEN INPUT GLACT-FILE
            IF FS-GLACT = 0
              MOVE 'Y' TO WS-GLACT-AVAIL
            ELSE
              DISPLAY 'NO GL ACCOUNT MASTER - BUILT-IN ACCOUNTS USED'
            END-IF
            EXIT.

        I248-OPEN-PART-MASTER.
      *     AN ABSENT PART MASTER IS TOLERATED - LINE-ITEM PART
      *     VALIDATION IS THEN SKIPPED, AS BEFORE THE MASTER
            EXIT.

        P180-FIND-PURGED.
      *     LOOK THE ORDER IN WS-CAT-LOOKUP UP IN THE PURGE CATALOG,
      *     RETURNING THE ENTRY INDEX IN WS-CAT-FOUND (ZERO - NOT
      *     CATALOGED).
            MOVE 0 TO WS-CAT-FOUND
            PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-CNT
                OR WS-CAT-FOUND > 0
              IF WS-CAT-ORDR(WS-CAT-IDX) = WS-CAT-LOOKUP
                MOVE WS-CAT-IDX TO WS-CAT-FOUND
              END-IF
            END-PERFORM.
        P180-FIND-PURGED-EXIT.
            EXIT.

        P186-CHECK-ORIGINAL.
      *     A RETURN/REWORK ORDER MUST NAME AN ORIGINAL ORDER THAT IS
      *     STILL ON THE DATABASE OR HAS BEEN ARCHIVED BY ORDPURGE.
            MOVE 'GU  ' TO ACTION
            MOVE TR-ORIG-ORDR-NO TO SSA-1-KEY
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-1
            MOVE TI-ORDR-NO TO SSA-1-KEY
            IF DBSTATUS = SPACE
              GO TO P186-CHECK-ORIGINAL-EXIT
            END-IF
            IF DBSTATUS NOT = 'GE'
              MOVE 'E' TO TRANS-STATUS
              MOVE 'UNKNWN ERR' TO P-ACT OF PRT-DTL
              MOVE 'UNKNWN ERR' TO P-ACT OF ERR-DTL
              PERFORM P900-IMS-ERR
              MOVE SPACES TO ORDER-ROOT-DATA
              PERFORM P500-REPORT
              GO TO P186-CHECK-ORIGINAL-EXIT
            END-IF
            MOVE TR-ORIG-ORDR-NO TO WS-CAT-LOOKUP
            PERFORM P180-FIND-PURGED THRU P180-FIND-PURGED-EXIT
            IF WS-CAT-FOUND = 0
              MOVE 'E' TO TRANS-STATUS
              MOVE 'NO ORIGNL' TO P-ACT OF PRT-DTL
              MOVE 'NO ORIGNL' TO P-ACT OF ERR-DTL
              MOVE ALL '*' TO P-DESCR OF ERR-DTL
              MOVE 'RO' TO WS-REASON-CD
              PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              MOVE SPACES TO ORDER-ROOT-DATA
              PERFORM P500-REPORT
            END-IF.
        P186-CHECK-ORIGINAL-EXIT.
            EXIT.

        I250-LOAD-PRIOR-REJECTS.
      *     THE PRIOR RUN'S REJECT FILE IS OPTIONAL - WHEN ABSENT
      *     THE RECYCLE AGING SIMPLY STARTS FRESH.
            END-IF
            EXIT.

        I270-LOAD-CUST-GROUPS.
      *     NOTE EVERY CUSTOMER LINKED TO A BILL-TO PARENT SO THE
      *     CREDIT CHECK CAN SUM THE EXPOSURE OF A WHOLE GROUP.
            IF FS-CUST = 0
              MOVE LOW-VALUES TO CM-CUST-NO
              START CUST-FILE KEY NOT < CM-CUST-NO
                INVALID KEY
                  MOVE 'Y' TO CUST-EOF
              END-START
              PERFORM I275-READ-CUST UNTIL NO-MORE-CUST
              DISPLAY 'GROUP MEMBERS LOADED: ' WS-CG-CNT
            END-IF
            EXIT.

        I275-READ-CUST.
            READ CUST-FILE NEXT
              AT END
                MOVE 'Y' TO CUST-EOF
              NOT AT END
                IF CM-PARENT-NO NOT = SPACES
                  IF WS-CG-CNT < 2000
                    ADD 1 TO WS-CG-CNT
                    MOVE CM-CUST-NO TO WS-CG-MEMBER(WS-CG-CNT)
                    MOVE CM-PARENT-NO TO WS-CG-PARENT(WS-CG-CNT)
                  ELSE
                    IF NOT CUST-GROUP-OVERFLOW
                      MOVE 'Y' TO WS-CG-OVERFLOW
                      DISPLAY 'GROUP MEMBER TABLE FULL - GROUP'
                      DISPLAY '  EXPOSURE WILL BE UNDERSTATED;'
                      DISPLAY '  RAISE THE WS-CG-TABLE SIZE AND RERUN'
                    END-IF
                  END-IF
                END-IF
            END-READ
            EXIT.

        P820-REJ-RECYCLE.
      *     WRITE THE REJECTED TRANSACTION TO THE RECYCLE FILE WITH
      *     ITS REASON CODES, CARRYING FORWARD THE RECYCLE COUNT
            ELSE
              MOVE 1 TO RO-RECYCLE-CNT
            END-IF
            MOVE TI-SOURCE-ID TO RO-SOURCE-ID
            WRITE REJO-REC
            ADD 1 TO WS-REJO-CNT
      *     EACH REASON CODE IS COUNTED AGAINST THE SOURCE, AND
      *     THE TRANSACTION ONCE UNDER A BLANK CODE, EXCEPT FOR THE
      *     COLLISION CODE - A SUSPENSION IS COUNTED AS SUCH WHEN THE
      *     TRANSACTION IS DIVERTED.
            MOVE 'N' TO WS-SE-BR-SW
            MOVE TI-SOURCE-ID TO WS-SE-KEY-SRC
            MOVE 'BR' TO WS-SE-KEY-EVT
            PERFORM VARYING WS-SE-RSN-IDX FROM 1 BY 3
                UNTIL WS-SE-RSN-IDX > 39
              MOVE WS-ERR-REASON(WS-SE-RSN-IDX:2) TO WS-SE-KEY-CD
              IF WS-SE-KEY-CD NOT = SPACES AND WS-SE-KEY-CD NOT = 'DU'
                MOVE 'Y' TO WS-SE-BR-SW
                PERFORM P825-SRC-TALLY THRU P825-SRC-TALLY-EXIT
              END-IF
            END-PERFORM
            IF SE-BUS-REJECT
              MOVE SPACES TO WS-SE-KEY-CD
              PERFORM P825-SRC-TALLY THRU P825-SRC-TALLY-EXIT
            END-IF
            IF RO-RECYCLE-CNT > 1
              MOVE 'RC' TO WS-SE-KEY-EVT
              MOVE SPACES TO WS-SE-KEY-CD
              PERFORM P825-SRC-TALLY THRU P825-SRC-TALLY-EXIT
            END-IF.
        P820-REJ-RECYCLE-EXIT.
            EXIT.

        P825-SRC-TALLY.
            MOVE 0 TO WS-SE-FOUND
            PERFORM VARYING WS-SE-IDX FROM 1 BY 1
                UNTIL WS-SE-IDX > WS-SE-CNT
                OR WS-SE-FOUND > 0
              IF WS-SE-ENT-KEY(WS-SE-IDX) = WS-SE-KEY
                MOVE WS-SE-IDX TO WS-SE-FOUND
              END-IF
            END-PERFORM
            IF WS-SE-FOUND = 0
              IF WS-SE-CNT < 500
                ADD 1 TO WS-SE-CNT
                MOVE WS-SE-CNT TO WS-SE-FOUND
                MOVE WS-SE-KEY TO WS-SE-ENT-KEY(WS-SE-FOUND)
                MOVE 0 TO WS-SE-COUNT(WS-SE-FOUND)
              ELSE
                IF WS-SE-OVERFLOW NOT = 'Y'
                  MOVE 'Y' TO WS-SE-OVERFLOW
                  DISPLAY 'SOURCE ERROR TABLE FULL - FURTHER COUNTS'
                  DISPLAY '  MISSING FROM THE SOURCE HISTORY THIS RUN'
                END-IF
                GO TO P825-SRC-TALLY-EXIT
              END-IF
            END-IF
            ADD 1 TO WS-SE-COUNT(WS-SE-FOUND).
        P825-SRC-TALLY-EXIT.
            EXIT.

        R005-SKIP-TRANS.
            READ TRANS-FILE AT END MOVE 'Y' TO TRANS-EOF
            END-READ
                ADD 1 TO WS-TOT-QRY
              WHEN 'SC'
                ADD 1 TO WS-TOT-SCRAP
              WHEN 'SH'
                ADD 1 TO WS-TOT-SHIP
              WHEN 'HL'
                ADD 1 TO WS-TOT-HOLD
              WHEN 'RL'
                ADD 1 TO WS-TOT-RELEASE
              WHEN 'SP'
                ADD 1 TO WS-TOT-SPLIT
              WHEN 'CX'
                ADD 1 TO WS-TOT-CANCEL
              WHEN 'LA'
                ADD 1 TO WS-TOT-LINE-ADD
              WHEN 'LU'
                MOVE 'PD' TO WS-REASON-CD
                PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              END-IF
              MOVE 'N' TO WS-RETURN-ORDER
              IF WS-OTY-CNT > 0
                MOVE TB-ORDR-TYPE TO WS-TYPE-LOOKUP
                PERFORM P170-FIND-TYPE THRU P170-FIND-TYPE-EXIT
                  MOVE TB-ORDR-TYPE TO P-TYPE OF PRT-DTL
                  MOVE 'OT' TO WS-REASON-CD
                  PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
                ELSE
                  IF WS-OTY-RETURN(WS-OTY-FOUND) = 'R'
                    MOVE 'Y' TO WS-RETURN-ORDER
                  END-IF
                END-IF
              END-IF
              IF RETURN-ORDER-TYPE
                IF TR-ORIG-ORDR-NO = SPACES
                    OR TR-ORIG-ORDR-NO = TI-ORDR-NO
                  MOVE 'E' TO TRANS-STATUS
                  MOVE ALL '*' TO P-DESCR OF ERR-DTL
                  MOVE 'RO' TO WS-REASON-CD
                  PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
                END-IF
              END-IF
              MOVE TB-CUST-NO TO CM-CUST-NO
                PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              END-IF
            END-IF
            IF TI-TRAN = 'SH'
              IF TH-SHIP-QTY NOT NUMERIC OR TH-SHIP-QTY = 0
                MOVE 'E' TO TRANS-STATUS
                MOVE ALL '*' TO P-ORD-QTY-X OF ERR-DTL
                MOVE TH-SHIP-QTY-X TO P-ORD-QTY-X OF PRT-DTL
                MOVE 'HQ' TO WS-REASON-CD
                PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              END-IF
              IF TH-SHIP-DATE NOT = SPACES
                  AND TH-SHIP-DATE NOT NUMERIC
                MOVE 'E' TO TRANS-STATUS
                MOVE 'HD' TO WS-REASON-CD
                PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              END-IF
              IF TH-CARRIER-REF = SPACES
                MOVE 'E' TO TRANS-STATUS
                MOVE 'HC' TO WS-REASON-CD
                PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              END-IF
            END-IF
            IF TI-TRAN = 'HL'
              IF NOT (TK-HOLD-REASON = 'QA' OR 'CR' OR 'CU' OR 'OT')
                MOVE 'E' TO TRANS-STATUS
                MOVE TK-HOLD-REASON TO P-TYPE OF PRT-DTL
                MOVE ALL '*' TO P-TYPE OF ERR-DTL
                MOVE 'HR' TO WS-REASON-CD
                PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              END-IF
              IF TK-HOLD-DATE NOT = SPACES
                  AND (TK-HOLD-DATE NOT NUMERIC
                       OR TK-HOLD-DATE < '19000101')
                MOVE 'E' TO TRANS-STATUS
                MOVE ALL '*' TO P-DATE OF ERR-DTL
                MOVE 'HT' TO WS-REASON-CD
                PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              END-IF
            END-IF
            IF TI-TRAN = 'SP'
              IF TP-NEW-ORDR-NO = SPACES OR TP-NEW-ORDR-NO = TI-ORDR-NO
                MOVE 'E' TO TRANS-STATUS
                MOVE ALL '*' TO P-CUST-NO OF ERR-DTL
                MOVE TP-NEW-ORDR-NO TO P-CUST-NO OF PRT-DTL
                MOVE 'XN' TO WS-REASON-CD
                PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              END-IF
              IF TP-SPLIT-QTY NOT NUMERIC OR TP-SPLIT-QTY = 0
                MOVE 'E' TO TRANS-STATUS
                MOVE ALL '*' TO P-ORD-QTY-X OF ERR-DTL
                MOVE TP-SPLIT-QTY-X TO P-ORD-QTY-X OF PRT-DTL
                MOVE 'XQ' TO WS-REASON-CD
                PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              END-IF
              IF TP-PROMISE-DATE NOT = SPACES
                  AND TP-PROMISE-DATE NOT NUMERIC
                MOVE 'E' TO TRANS-STATUS
                MOVE ALL '*' TO P-DATE OF ERR-DTL
                MOVE 'PD' TO WS-REASON-CD
                PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              END-IF
            END-IF
            IF TI-TRAN = 'CX'
              IF NOT (TX-CANCEL-REASON = 'CS' OR 'PR' OR 'LT' OR 'CR'
                      OR 'DP' OR 'OT')
                MOVE 'E' TO TRANS-STATUS
                MOVE TX-CANCEL-REASON TO P-TYPE OF PRT-DTL
                MOVE ALL '*' TO P-TYPE OF ERR-DTL
                MOVE 'KR' TO WS-REASON-CD
                PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              END-IF
              IF TX-CANCEL-DATE NOT = SPACES
                  AND (TX-CANCEL-DATE NOT NUMERIC
                       OR TX-CANCEL-DATE < '19000101')
                MOVE 'E' TO TRANS-STATUS
                MOVE ALL '*' TO P-DATE OF ERR-DTL
                MOVE 'KT' TO WS-REASON-CD
                PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              END-IF
            END-IF
            IF TI-TRAN = 'LA'
              IF TL-PART-NO = SPACE
                MOVE 'E' TO TRANS-STATUS
                MOVE 'CL' TO WS-REASON-CD
                PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              END-IF
            END-IF
      *     A CUSTOMER BILLING TO A PARENT, OR A PARENT ITSELF, IS
      *     ALSO HELD TO THE GROUP LIMIT SET ON THE PARENT: THE
      *     PARENT'S EXPOSURE PLUS EVERY MEMBER'S, PLUS THIS ORDER.
            IF TB-PO-AMT NOT NUMERIC
              GO TO P130-CREDIT-CHECK-EXIT
            END-IF
            MOVE CUST-REC TO WS-CG-HOLD
            IF CM-PARENT-NO NOT = SPACES
              MOVE CM-PARENT-NO TO WS-CG-HEAD
              MOVE CM-PARENT-NO TO CM-CUST-NO
              READ CUST-FILE
                INVALID KEY
                  MOVE SPACES TO CUST-REC
              END-READ
            ELSE
              MOVE CM-CUST-NO TO WS-CG-HEAD
            END-IF
            MOVE 0 TO WS-CG-LIMIT
            MOVE 0 TO WS-CG-EXPOSURE
            IF CM-GROUP-LIMIT NUMERIC
              MOVE CM-GROUP-LIMIT TO WS-CG-LIMIT
            END-IF
            IF CM-CURR-EXPOSURE NUMERIC
              MOVE CM-CURR-EXPOSURE TO WS-CG-EXPOSURE
            END-IF
            IF WS-CG-LIMIT > 0
              PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                  UNTIL WS-CG-IDX > WS-CG-CNT
                IF WS-CG-PARENT(WS-CG-IDX) = WS-CG-HEAD
                  MOVE WS-CG-MEMBER(WS-CG-IDX) TO CM-CUST-NO
                  READ CUST-FILE
                    NOT INVALID KEY
                      IF CM-CURR-EXPOSURE NUMERIC
                        ADD CM-CURR-EXPOSURE TO WS-CG-EXPOSURE
                      END-IF
                  END-READ
                END-IF
              END-PERFORM
              IF (WS-CG-EXPOSURE + TB-PO-AMT) > WS-CG-LIMIT
                MOVE 'E' TO TRANS-STATUS
                MOVE ALL '*' TO P-ORD-AMT-X OF ERR-DTL
                MOVE TB-PO-AMT-X TO P-ORD-AMT-X OF PRT-DTL
                MOVE 'GL' TO WS-REASON-CD
                PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              END-IF
            END-IF
            MOVE WS-CG-HOLD TO CUST-REC.
        P130-CREDIT-CHECK-EXIT.
            EXIT.

      *     TRANSACTION AFTER A DELETE.  THE FIRST ONE WINS, THE
      *     REST GO TO THE SUSPENSE FILE.
            IF TI-TRAN = 'A ' OR 'UB' OR 'UA' OR 'D ' OR 'SC'
                OR 'LA' OR 'LU' OR 'LD' OR 'SH' OR 'HL' OR 'RL'
                OR 'SP' OR 'CX'
              MOVE SPACES TO WS-COLL-QUAL
              IF TI-TRAN = 'LA' OR 'LU' OR 'LD'
                MOVE TL-LINE-NO-X TO WS-COLL-QUAL
                MOVE SPACES TO SUSP-REC
                MOVE TRAN-INQY TO SU-DATA
                MOVE 'ORDER COLLISION' TO SU-REASON
                MOVE TI-SOURCE-ID TO SU-SOURCE-ID
                WRITE SUSP-REC
                ADD 1 TO WS-SUSP-CNT
                MOVE TI-SOURCE-ID TO WS-SE-KEY-SRC
                MOVE 'SU' TO WS-SE-KEY-EVT
                MOVE SPACES TO WS-SE-KEY-CD
                PERFORM P825-SRC-TALLY THRU P825-SRC-TALLY-EXIT
              ELSE
                IF WS-SEEN-CNT < 5000
                  ADD 1 TO WS-SEEN-CNT
            EXIT.

        P155-RELEASE-EXPOSURE.
      *     RELEASE A DELETED OR CANCELLED ORDER'S PLANNED AMOUNT
      *     FROM THE CUSTOMER'S CURRENT EXPOSURE, FLOORED AT ZERO.  A
      *     COMPLETED ORDER HAS BEEN INVOICED - ITS AMOUNT STAYS IN
      *     EXPOSURE UNTIL CASHAPP APPLIES THE CUSTOMER'S PAYMENT.  A
      *     CANCELLED ORDER WAS RELEASED WHEN IT WAS CANCELLED.
            IF ORDER-STATUS >= 90
              GO TO P155-RELEASE-EXPOSURE-EXIT
            END-IF
            MOVE CUSTOMER-NUMBER TO CM-CUST-NO
            READ CUST-FILE
              INVALID KEY
                END-IF                                                  
              END-IF                                                    
            END-IF                                                                               
            IF TI-TRAN = 'UA' OR 'UB' OR 'D ' OR 'Q ' OR 'SC' OR 'SH'
                OR 'HL' OR 'RL' OR 'SP' OR 'CX'
              MOVE 'GU  ' TO ACTION                                     
              IF TI-TRAN NOT = 'Q '                                     
                MOVE 'GHU ' TO ACTION                                   
                  MOVE 'NOT FOUND' TO P-ACT OF PRT-DTL
                  MOVE 'NOT FOUND' TO P-ACT OF ERR-DTL
                  IF TI-TRAN = 'Q '
                    MOVE TI-ORDR-NO TO WS-CAT-LOOKUP
                    PERFORM P180-FIND-PURGED
                        THRU P180-FIND-PURGED-EXIT
                    IF WS-CAT-FOUND > 0
                END-IF
                PERFORM P500-REPORT
              END-IF
              IF TI-TRAN = 'A ' AND RETURN-ORDER-TYPE
                PERFORM P186-CHECK-ORIGINAL
                    THRU P186-CHECK-ORIGINAL-EXIT
              END-IF
              IF TI-TRAN = 'A ' AND NOT TRAN-ERR
                MOVE SPACES TO ORDER-ROOT-DATA                          
                MOVE 0 TO ACTUAL-ORDER-QUANTITY                         
                MOVE 0 TO TOTAL-SCRAP-QUANTITY                          
                MOVE 0 TO ORDER-STATUS                                  
                MOVE 0 TO SHIPPED-QUANTITY
                PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                    UNTIL WS-WK-IDX > 13
                  MOVE 0 TO NUMBER-UNITS-STARTED(WS-WK-IDX)
                MOVE TB-PRTY TO PRIORITY-CODE
                MOVE TB-PROMISE-DATE TO PROMISE-DATE
                MOVE TB-PLANT TO PLANT-CODE
                IF RETURN-ORDER-TYPE
                  MOVE TR-DESCR TO ORDER-DESCRIPTION
                  MOVE TR-ORIG-ORDR-NO TO ORIGINAL-ORDER
                END-IF

                MOVE 'ISRT' TO ACTION                                   
                CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA,    
                    PERFORM P930-JOURNAL
                    PERFORM P150-ADD-EXPOSURE
                        THRU P150-ADD-EXPOSURE-EXIT
                    MOVE 'AC' TO WS-GL-EVENT
                    MOVE PLANNED-ORDER-AMOUNT TO WS-GL-AMT
                    ADD 1 TO WS-GL-ADD-CNT
                    ADD WS-GL-AMT TO WS-GL-ADD-AMT
                    PERFORM P932-GL-POST THRU P932-GL-POST-EXIT
                    MOVE SPACES TO ORDACK-REC
                    PERFORM P934-ACK-WRITE THRU P934-ACK-EXIT
                END-IF
                PERFORM P500-REPORT                                     
              END-IF                                                    
              IF TI-TRAN = 'UB'                                                                       
                MOVE PLANNED-ORDER-QUANTITY TO WS-UB-OLD-QTY
                MOVE PLANNED-ORDER-AMOUNT TO WS-UB-OLD-AMT
                MOVE PROMISE-DATE TO WS-UB-OLD-PROMISE
                IF TB-CUST-NO NOT = SPACES                              
                  MOVE TB-CUST-NO TO CUSTOMER-NUMBER                    
                END-IF                                                  
                  MOVE 'CHANGED' TO P-ACT OF PRT-DTL
                  MOVE ORDER-ROOT-DATA TO WS-AFTER-IMAGE
                  PERFORM P930-JOURNAL
                  MOVE SPACES TO ORDACK-REC
                  IF PLANNED-ORDER-QUANTITY NOT = WS-UB-OLD-QTY
                    MOVE 'Y' TO OA-CHG-QTY
                  END-IF
                  IF PLANNED-ORDER-AMOUNT NOT = WS-UB-OLD-AMT
                    MOVE 'Y' TO OA-CHG-AMT
                  END-IF
                  IF PROMISE-DATE NOT = WS-UB-OLD-PROMISE
                    MOVE 'Y' TO OA-CHG-PROMISE
                  END-IF
                  IF OA-CHG-QTY = 'Y' OR OA-CHG-AMT = 'Y'
                      OR OA-CHG-PROMISE = 'Y'
                    PERFORM P934-ACK-WRITE THRU P934-ACK-EXIT
                  END-IF
                END-IF
                PERFORM P500-REPORT                                     
              END-IF                                                    
              IF TI-TRAN = 'UA'
                PERFORM P319-CHECK-HOLD THRU P319-CHECK-HOLD-EXIT
              END-IF
              IF TI-TRAN = 'UA' AND NOT TRAN-ERR
                PERFORM P315-CHECK-TRANSITION
                    THRU P315-CHECK-TRANSITION-EXIT
              END-IF
                  AND ORDER-STATUS < 90
                PERFORM P316-CHECK-LINES
                    THRU P316-CHECK-LINES-EXIT
                PERFORM P318-CHECK-SHIPPED
                    THRU P318-CHECK-SHIPPED-EXIT
              END-IF
              IF TI-TRAN = 'UA' AND NOT TRAN-ERR
                MOVE ORDER-STATUS TO WS-UA-OLD-STATUS
                    AND WS-UA-OLD-STATUS < 90
                  PERFORM P330-INVOICE-WRITE
                      THRU P330-INVOICE-EXIT
                  MOVE 'CR' TO WS-GL-EVENT
                  MOVE PLANNED-ORDER-AMOUNT TO WS-GL-AMT
                  ADD 1 TO WS-GL-CMP-CNT
                  ADD WS-GL-AMT TO WS-GL-CMP-AMT
              IF TI-TRAN = 'SC'
                PERFORM P335-POST-SCRAP THRU P335-POST-SCRAP-EXIT
              END-IF
              IF TI-TRAN = 'SH'
                PERFORM P338-POST-SHIPMENT THRU P338-POST-SHIPMENT-EXIT
              END-IF
              IF TI-TRAN = 'HL'
                PERFORM P332-POST-HOLD THRU P332-POST-HOLD-EXIT
              END-IF
              IF TI-TRAN = 'RL'
                PERFORM P333-POST-RELEASE THRU P333-POST-RELEASE-EXIT
              END-IF
              IF TI-TRAN = 'SP'
                PERFORM P334-POST-SPLIT THRU P334-POST-SPLIT-EXIT
              END-IF
              IF TI-TRAN = 'CX'
                PERFORM P331-POST-CANCEL THRU P331-POST-CANCEL-EXIT
              END-IF
              IF TI-TRAN = 'OX' AND NOT SINGLE-PASS
                PERFORM P340-OVER-PROD-SCAN THRU P340-OVER-PROD-EXIT
              END-IF
              IF TI-TRAN = 'RP'
                PERFORM P350-REPRIORITIZE THRU P350-REPRIORITIZE-EXIT
              END-IF
              IF TI-TRAN = 'AG' AND NOT SINGLE-PASS
                PERFORM P390-AGING-SCAN THRU P390-AGING-EXIT
              END-IF
              IF TI-TRAN = 'BS' AND NOT SINGLE-PASS
                PERFORM P394-BACKLOG-SCAN THRU P394-BACKLOG-EXIT
              END-IF
              IF TI-TRAN = 'DP' AND NOT SINGLE-PASS
                PERFORM P397-DISPATCH THRU P397-DISPATCH-EXIT
              END-IF
              IF TI-TRAN = 'QC'
                PERFORM P398-CUST-QUERY THRU P398-CUST-QUERY-EXIT
              END-IF
              IF TI-TRAN = 'TR' AND NOT SINGLE-PASS
                PERFORM P345-TREND-SCAN THRU P345-TREND-EXIT
              END-IF
              IF TI-TRAN = 'LT' AND NOT SINGLE-PASS
                PERFORM P342-LATE-SCAN THRU P342-LATE-EXIT
              END-IF
              IF TI-TRAN = 'DX' AND NOT SINGLE-PASS
                PERFORM P355-DSP-EXCEPTION THRU P355-DSP-EXC-EXIT
              END-IF
              IF TI-TRAN = 'LR' AND NOT SINGLE-PASS
                PERFORM P365-LINE-RECON THRU P365-LINE-RECON-EXIT
              END-IF
              IF SINGLE-PASS
                PERFORM P399A-SW-QUEUE THRU P399A-SW-QUEUE-EXIT
              END-IF
              IF TI-TRAN = 'LA'
                PERFORM P370-LINE-ADD THRU P370-LINE-ADD-EXIT
              END-IF
            END-IF
            EXIT.
        P340-OVER-PROD-SCAN.
            PERFORM P340A-OVER-PROD-INIT THRU P340A-OVER-PROD-INIT-EXIT
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            MOVE 'GN  ' TO ACTION
            PERFORM P341-OVER-PROD-STEP THRU P341-OVER-PROD-STEP-EXIT
                UNTIL DBSTATUS NOT = SPACE
            PERFORM P340B-OVER-PROD-END THRU P340B-OVER-PROD-END-EXIT.
        P340-OVER-PROD-EXIT.
            EXIT.
        P340A-OVER-PROD-INIT.
            MOVE 0 TO WS-OVRP-CNT.
        P340A-OVER-PROD-INIT-EXIT.
            EXIT.
        P340B-OVER-PROD-END.
            MOVE SPACES TO PRT-DTL
            MOVE 'OVEXP' TO P-TRANS OF PRT-DTL
            MOVE WS-OVRP-CNT TO P-ORD-QTY OF PRT-DTL
            MOVE 'WRITTEN' TO P-ACT OF PRT-DTL
            PERFORM P700-PRINT.
        P340B-OVER-PROD-END-EXIT.
            EXIT.
        P341-OVER-PROD-STEP.
            PERFORM P341A-OVER-PROD-ROOT THRU P341A-OVER-PROD-ROOT-EXIT
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2.
        P341-OVER-PROD-STEP-EXIT.
            EXIT.
        P341A-OVER-PROD-ROOT.
            IF (ACTUAL-ORDER-QUANTITY + TOTAL-SCRAP-QUANTITY) >
                PLANNED-ORDER-QUANTITY
              PERFORM P346-OVER-PROD-WRITE THRU P346-OVER-PROD-EXIT
            END-IF.
        P341A-OVER-PROD-ROOT-EXIT.
            EXIT.
        P346-OVER-PROD-WRITE.
            MOVE SPACES TO OVRP-REC
      *     HAS PASSED, BUCKETED LIKE THE AGING REPORT BUT DRIVEN BY
      *     THE COMMITMENT TO THE CUSTOMER, NOT BY ACTIVITY.  DAYS
      *     SINCE LAST ACTIVITY ARE SHOWN ALONGSIDE SO THE MEETING
      *     CAN SEE WHETHER A LATE ORDER IS AT LEAST MOVING.  BOTH
      *     ARE THE PLANT'S WORKING DAYS FROM THE SHOP CALENDAR.
            PERFORM P342A-LATE-INIT THRU P342A-LATE-INIT-EXIT
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            MOVE 'GN  ' TO ACTION
            PERFORM P343-LATE-STEP THRU P343-LATE-STEP-EXIT
                UNTIL DBSTATUS NOT = SPACE
            PERFORM P342B-LATE-END THRU P342B-LATE-END-EXIT.
        P342-LATE-EXIT.
            EXIT.
        P342A-LATE-INIT.
            MOVE 0 TO WS-LT-CNT
            MOVE H1-L TO AGRP-REC
            MOVE '1' TO AG-CC
            PERFORM P344A-LATE-PRINT
            MOVE H2-L TO AGRP-REC
            MOVE '0' TO AG-CC
            PERFORM P344A-LATE-PRINT
            MOVE 3 TO WS-AG-LINE-CNT.
        P342A-LATE-INIT-EXIT.
            EXIT.
        P342B-LATE-END.
            MOVE SPACES TO PRT-DTL
            MOVE 'LATE ' TO P-TRANS OF PRT-DTL
            MOVE WS-LT-CNT TO P-ORD-QTY OF PRT-DTL
            MOVE 'WRITTEN' TO P-ACT OF PRT-DTL
            PERFORM P700-PRINT.
        P342B-LATE-END-EXIT.
            EXIT.
        P343-LATE-STEP.
            PERFORM P343A-LATE-ROOT THRU P343A-LATE-ROOT-EXIT
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2.
        P343-LATE-STEP-EXIT.
            EXIT.
        P343A-LATE-ROOT.
            IF ORDER-STATUS < 90
                AND PROMISE-DATE NUMERIC
                AND PROMISE-DATE > '19000101'
              MOVE PLANT-CODE TO WD-PLANT
              MOVE PROMISE-DATE TO WD-FROM-DATE
              MOVE WS-RUN-DATE TO WD-TO-DATE
              CALL 'WRKDAYS' USING WD-REQUEST
              MOVE WD-DAYS TO WS-LATE-DAYS
              IF WS-LATE-DAYS > 0
                PERFORM P344-LATE-WRITE THRU P344-LATE-WRITE-EXIT
              END-IF
            END-IF.
        P343A-LATE-ROOT-EXIT.
            EXIT.
        P344-LATE-WRITE.
            ADD 1 TO WS-LT-CNT
            MOVE WS-LATE-DAYS TO LD-LATE-DAYS
            IF LAST-ACTIVITY-DATE NUMERIC
                AND LAST-ACTIVITY-DATE > '19000101'
              MOVE PLANT-CODE TO WD-PLANT
              MOVE LAST-ACTIVITY-DATE TO WD-FROM-DATE
              MOVE WS-RUN-DATE TO WD-TO-DATE
              CALL 'WRKDAYS' USING WD-REQUEST
              MOVE WD-DAYS TO WS-ACT-AGE-DAYS
              MOVE LAST-ACTIVITY-DATE TO W-DATE
              MOVE 'YYYY/MM/DD' TO W-DATE-FMT
              MOVE CORRESPONDING W-DATE TO W-DATE-FMT
                MOVE ' <30DAYS' TO LD-BUCKET
            END-EVALUATE
            MOVE LT-DTL TO AGRP-REC
            PERFORM P344A-LATE-PRINT.
        P344-LATE-WRITE-EXIT.
            EXIT.
        P344A-LATE-PRINT.
      *     IN A SINGLE PASS WITH AGING ALSO RUNNING, THE LATE REPORT
      *     IS HELD ON THE SPILL FILE AND PRINTED AFTER THE SWEEP.
            IF LT-SPILLED
              MOVE 'A' TO SL-DEST
              MOVE AGRP-REC TO SL-LINE
              WRITE SPILL-REC
            ELSE
              PERFORM P745-AG-PRINT
            END-IF
            EXIT.
        P345-TREND-SCAN.
      *     13-WEEK PRODUCTION TREND: PRINT THE WEEKLY START AND
      *     COMPLETE TRAJECTORY OF EVERY OPEN ORDER AND FLAG ORDERS
      *     WHOSE PERCENTAGE-COMPLETE HAS NOT MOVED FOR THE
      *     PARM-SET NUMBER OF WEEKS, SO PRODUCTION MEETINGS STOP
      *     DISCOVERING STALLED ORDERS BY ACCIDENT.
            PERFORM P345A-TREND-INIT THRU P345A-TREND-INIT-EXIT
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            MOVE 'GN  ' TO ACTION
            PERFORM P347-TREND-STEP THRU P347-TREND-STEP-EXIT
                UNTIL DBSTATUS NOT = SPACE
            PERFORM P345B-TREND-END THRU P345B-TREND-END-EXIT.
        P345-TREND-EXIT.
            EXIT.
        P345A-TREND-INIT.
            MOVE 0 TO WS-TR-CNT
            MOVE 0 TO WS-TR-STALL-CNT
            MOVE H1-W TO RPT-REC
            MOVE '0' TO R-CC
            PERFORM P750-PRINT
            COMPUTE WS-RUN-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
        P345A-TREND-INIT-EXIT.
            EXIT.
        P345B-TREND-END.
            MOVE SPACES TO PRT-DTL
            MOVE 'TREND' TO P-TRANS OF PRT-DTL
            MOVE WS-TR-CNT TO P-ORD-QTY OF PRT-DTL
            MOVE WS-TR-STALL-CNT TO P-ORD-QTY OF PRT-DTL
            MOVE 'FLAGGED' TO P-ACT OF PRT-DTL
            PERFORM P700-PRINT.
        P345B-TREND-END-EXIT.
            EXIT.
        P347-TREND-STEP.
            PERFORM P347A-TREND-ROOT THRU P347A-TREND-ROOT-EXIT
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2.
        P347-TREND-STEP-EXIT.
            EXIT.
        P347A-TREND-ROOT.
            IF ORDER-STATUS < 90
              PERFORM P348-TREND-ORDER THRU P348-TREND-ORDER-EXIT
            END-IF.
        P347A-TREND-ROOT-EXIT.
            EXIT.
        P348-TREND-ORDER.
            ADD 1 TO WS-TR-CNT
      *     CURRENT WEEK SINCE FIRST ACTIVITY, CAPPED AT 13
            END-IF.
        P316-CHECK-LINES-EXIT.
            EXIT.
        P318-CHECK-SHIPPED.
      *     A UA MAY NOT COMPLETE THE ROOT UNTIL EVERYTHING PRODUCED
      *     HAS BEEN SHIPPED ON SH TRANSACTIONS.  THE UNITS THIS UA
      *     REPORTS COUNT AS PRODUCED.  A SUPERVISED OVERRIDE
      *     (TA-OVERRIDE = Y) DOWNGRADES THE REFUSAL TO A WARNING.
            PERFORM P339-PRODUCED-QTY THRU P339-PRODUCED-QTY-EXIT
            IF TA-UNITS-COMPL NUMERIC
              ADD TA-UNITS-COMPL TO WS-PRODUCED-QTY
            END-IF
            IF SHIPPED-QUANTITY NOT NUMERIC
              MOVE 0 TO SHIPPED-QUANTITY
            END-IF
            IF SHIPPED-QUANTITY < WS-PRODUCED-QTY
              IF TA-OVERRIDE = 'Y'
                MOVE 'W' TO TRANS-STATUS
                MOVE 'NS' TO WS-REASON-CD
                PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              ELSE
                MOVE 'E' TO TRANS-STATUS
                MOVE 'NOT SHIPPD' TO P-ACT OF PRT-DTL
                MOVE 'NOT SHIPPD' TO P-ACT OF ERR-DTL
                MOVE 'NS' TO WS-REASON-CD
                PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              END-IF
            END-IF.
        P318-CHECK-SHIPPED-EXIT.
            EXIT.
        P317-COUNT-OPEN-LINE.
            IF LINE-STATUS NUMERIC AND LINE-STATUS < 90
              ADD 1 TO WS-OPEN-LINE-CNT
            PERFORM P750-PRINT.
        P330-INVOICE-EXIT.
            EXIT.
        P319-CHECK-HOLD.
      *     NO ACTIVITY MAY BE POSTED TO A HELD ORDER - THE FLOOR
      *     SHOULD NOT BE WORKING IT.  THERE IS NO OVERRIDE; RELEASE
      *     THE ORDER WITH AN RL FIRST.  A CANCELLED ORDER IS CLOSED
      *     FOR GOOD, OVERRIDE OR NOT.
            IF ORDER-ON-HOLD
              MOVE 'E' TO TRANS-STATUS
              MOVE 'ON HOLD' TO P-ACT OF PRT-DTL
              MOVE 'ON HOLD' TO P-ACT OF ERR-DTL
              MOVE HOLD-REASON TO P-TYPE OF ERR-DTL
              MOVE 'OH' TO WS-REASON-CD
              PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
            END-IF
            IF ORDER-CANCELLED
              MOVE 'E' TO TRANS-STATUS
              MOVE 'CANCELLED' TO P-ACT OF PRT-DTL
              MOVE 'CANCELLED' TO P-ACT OF ERR-DTL
              MOVE CANCEL-REASON TO P-TYPE OF ERR-DTL
              MOVE 'KC' TO WS-REASON-CD
              PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
            END-IF.
        P319-CHECK-HOLD-EXIT.
            EXIT.
        P331-POST-CANCEL.
      *     CANCEL THE ORDER WITHOUT REMOVING IT.  THE ROOT GOES TO
      *     STATUS 99 WITH THE CANCELLATION FLAG, REASON AND DATE SO
      *     SALES CAN ANALYSE LOST ORDERS, AND ORDPURGE AGES IT OUT
      *     FROM THE CANCELLATION DATE LIKE ANY CLOSED ORDER.  THE
      *     PLANNED AMOUNT IS RELEASED FROM EXPOSURE AND THE OPEN
      *     COMMITMENT IS REVERSED ON THE GL FEED.  ANY HOLD IS
      *     LIFTED - A CANCELLED ORDER NEEDS NO FURTHER REVIEW.
            MOVE 'CANCL' TO P-TRANS OF PRT-DTL
            IF ORDER-CANCELLED
              MOVE 'E' TO TRANS-STATUS
              MOVE 'CANCELLED' TO P-ACT OF PRT-DTL
              MOVE 'CANCELLED' TO P-ACT OF ERR-DTL
              MOVE CANCEL-REASON TO P-TYPE OF ERR-DTL
              MOVE 'KC' TO WS-REASON-CD
              PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              PERFORM P500-REPORT
              GO TO P331-POST-CANCEL-EXIT
            END-IF
            IF ORDER-STATUS >= 90
              MOVE 'E' TO TRANS-STATUS
              MOVE 'COMPLETE' TO P-ACT OF PRT-DTL
              MOVE 'COMPLETE' TO P-ACT OF ERR-DTL
              MOVE 'KC' TO WS-REASON-CD
              PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              PERFORM P500-REPORT
              GO TO P331-POST-CANCEL-EXIT
            END-IF
            PERFORM P155-RELEASE-EXPOSURE
                THRU P155-RELEASE-EXPOSURE-EXIT
            MOVE 99 TO ORDER-STATUS
            MOVE 'X' TO CANCEL-STATUS
            MOVE TX-CANCEL-REASON TO CANCEL-REASON
            IF TX-CANCEL-DATE = SPACES
              MOVE WS-RUN-DATE TO CANCEL-DATE
            ELSE
              MOVE TX-CANCEL-DATE TO CANCEL-DATE
            END-IF
            MOVE CANCEL-DATE TO LAST-ACTIVITY-DATE
            MOVE SPACES TO HOLD-STATUS
            MOVE SPACES TO HOLD-REASON
            MOVE SPACES TO HOLD-DATE
            MOVE 'REPL' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA
            DISPLAY 'DBPCB: ' DBPCB
              MOVE 'UNKNWN ERR' TO P-ACT OF ERR-DTL
              PERFORM P900-IMS-ERR
            ELSE
              MOVE 'CANCELLED' TO P-ACT OF PRT-DTL
              MOVE ORDER-ROOT-DATA TO WS-AFTER-IMAGE
              PERFORM P930-JOURNAL
              MOVE 'CX' TO WS-GL-EVENT
              MOVE PLANNED-ORDER-AMOUNT TO WS-GL-AMT
              ADD 1 TO WS-GL-CXL-CNT
              ADD WS-GL-AMT TO WS-GL-CXL-AMT
              PERFORM P932-GL-POST THRU P932-GL-POST-EXIT
            END-IF
            PERFORM P500-REPORT.
        P331-POST-CANCEL-EXIT.
            EXIT.
        P332-POST-HOLD.
      *     FREEZE THE ORDER.  THE HOLD REASON AND DATE STAY ON THE
      *     ROOT UNTIL AN RL RELEASES IT; A HELD ORDER IS LEFT OFF
      *     THE DISPATCH EXTRACT AND TAKES NO UA ACTIVITY.
            MOVE 'HOLD ' TO P-TRANS OF PRT-DTL
            IF ORDER-ON-HOLD
              MOVE 'E' TO TRANS-STATUS
              MOVE 'HELD ALRDY' TO P-ACT OF PRT-DTL
              MOVE 'HELD ALRDY' TO P-ACT OF ERR-DTL
              MOVE HOLD-REASON TO P-TYPE OF ERR-DTL
              MOVE 'HA' TO WS-REASON-CD
              PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              PERFORM P500-REPORT
              GO TO P332-POST-HOLD-EXIT
            END-IF
            IF ORDER-STATUS >= 90
              MOVE 'E' TO TRANS-STATUS
              MOVE 'COMPLETE' TO P-ACT OF PRT-DTL
              MOVE 'COMPLETE' TO P-ACT OF ERR-DTL
              MOVE 'HA' TO WS-REASON-CD
              PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              PERFORM P500-REPORT
              GO TO P332-POST-HOLD-EXIT
            END-IF
            MOVE 'H' TO HOLD-STATUS
            MOVE TK-HOLD-REASON TO HOLD-REASON
            IF TK-HOLD-DATE = SPACES
              MOVE WS-RUN-DATE TO HOLD-DATE
            ELSE
              MOVE TK-HOLD-DATE TO HOLD-DATE
            END-IF
            MOVE 'REPL' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA
            DISPLAY 'DBPCB: ' DBPCB
            IF DBSTATUS NOT = SPACE
              MOVE 'E' TO TRANS-STATUS
              MOVE 'UNKNWN ERR' TO P-ACT OF PRT-DTL
              MOVE 'UNKNWN ERR' TO P-ACT OF ERR-DTL
              PERFORM P900-IMS-ERR
            ELSE
              MOVE 'HELD' TO P-ACT OF PRT-DTL
              MOVE ORDER-ROOT-DATA TO WS-AFTER-IMAGE
              PERFORM P930-JOURNAL
            END-IF
            PERFORM P500-REPORT.
        P332-POST-HOLD-EXIT.
            EXIT.
        P333-POST-RELEASE.
      *     LIFT A HOLD.  THE REASON AND DATE ARE CLEARED WITH THE
      *     FLAG; THE JOURNAL BEFORE IMAGE KEEPS THE HISTORY.
            MOVE 'RELSE' TO P-TRANS OF PRT-DTL
            IF NOT ORDER-ON-HOLD
              MOVE 'E' TO TRANS-STATUS
              MOVE 'NOT HELD' TO P-ACT OF PRT-DTL
              MOVE 'NOT HELD' TO P-ACT OF ERR-DTL
              MOVE 'HN' TO WS-REASON-CD
              PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              PERFORM P500-REPORT
              GO TO P333-POST-RELEASE-EXIT
            END-IF
            MOVE SPACES TO HOLD-STATUS
            MOVE SPACES TO HOLD-REASON
            MOVE SPACES TO HOLD-DATE
            MOVE 'REPL' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA
            DISPLAY 'DBPCB: ' DBPCB
            IF DBSTATUS NOT = SPACE
              MOVE 'E' TO TRANS-STATUS
              MOVE 'UNKNWN ERR' TO P-ACT OF PRT-DTL
              MOVE 'UNKNWN ERR' TO P-ACT OF ERR-DTL
              PERFORM P900-IMS-ERR
            ELSE
              MOVE 'RELEASED' TO P-ACT OF PRT-DTL
              MOVE ORDER-ROOT-DATA TO WS-AFTER-IMAGE
              PERFORM P930-JOURNAL
            END-IF
            PERFORM P500-REPORT.
        P333-POST-RELEASE-EXIT.
            EXIT.
        P334-POST-SPLIT.
      *     MOVE PART OF THE SOURCE ORDER'S UNPRODUCED QUANTITY TO A
      *     NEW ORDER.  THE AMOUNT MOVES IN PROPORTION TO THE
      *     QUANTITY.  THE NEW ROOT IS INSERTED FIRST SO A DUPLICATE
      *     ORDER NUMBER LEAVES THE SOURCE UNTOUCHED; THE SOURCE IS
      *     THEN RE-RETRIEVED AND REDUCED.  THE SI/SO GL PAIR MOVES
      *     THE COMMITMENT BETWEEN THE ORDERS AND NETS TO ZERO.  THE
      *     CUSTOMER IS THE SAME ON BOTH, SO EXPOSURE IS UNCHANGED.
      *     LINE ITEMS STAY WITH THE SOURCE ORDER.
            MOVE 'SPLIT' TO P-TRANS OF PRT-DTL
            IF ORDER-ON-HOLD
              MOVE 'E' TO TRANS-STATUS
              MOVE 'ON HOLD' TO P-ACT OF PRT-DTL
              MOVE 'ON HOLD' TO P-ACT OF ERR-DTL
              MOVE 'OH' TO WS-REASON-CD
              PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              PERFORM P500-REPORT
              GO TO P334-POST-SPLIT-EXIT
            END-IF
            IF ORDER-STATUS >= 90
              MOVE 'E' TO TRANS-STATUS
              MOVE 'COMPLETE' TO P-ACT OF PRT-DTL
              MOVE 'COMPLETE' TO P-ACT OF ERR-DTL
              MOVE 'XC' TO WS-REASON-CD
              PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              PERFORM P500-REPORT
              GO TO P334-POST-SPLIT-EXIT
            END-IF
            PERFORM P339-PRODUCED-QTY THRU P339-PRODUCED-QTY-EXIT
            COMPUTE WS-SP-REMAIN =
                PLANNED-ORDER-QUANTITY - WS-PRODUCED-QTY
            IF TP-SPLIT-QTY > WS-SP-REMAIN
                OR TP-SPLIT-QTY NOT < PLANNED-ORDER-QUANTITY
              MOVE 'E' TO TRANS-STATUS
              MOVE 'SPLIT QTY' TO P-ACT OF PRT-DTL
              MOVE 'SPLIT QTY' TO P-ACT OF ERR-DTL
              MOVE ALL '*' TO P-ORD-QTY-X OF ERR-DTL
              MOVE 'XR' TO WS-REASON-CD
              PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              PERFORM P500-REPORT
              GO TO P334-POST-SPLIT-EXIT
            END-IF
            MOVE ORDER-ROOT-DATA TO WS-SP-SRC-IMAGE
            COMPUTE WS-SP-AMT ROUNDED = PLANNED-ORDER-AMOUNT
                * TP-SPLIT-QTY / PLANNED-ORDER-QUANTITY
            MOVE TP-NEW-ORDR-NO TO ORDER-ROOT-KEY
            MOVE TP-SPLIT-QTY TO PLANNED-ORDER-QUANTITY
            MOVE WS-SP-AMT TO PLANNED-ORDER-AMOUNT
            MOVE 0 TO ACTUAL-ORDER-QUANTITY
            MOVE 0 TO TOTAL-SCRAP-QUANTITY
            MOVE 0 TO ORDER-STATUS
            MOVE 0 TO SHIPPED-QUANTITY
            MOVE SPACES TO FIRST-ACTIVITY-DATE
            MOVE SPACES TO LAST-ACTIVITY-DATE
            PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                UNTIL WS-WK-IDX > 13
              MOVE 0 TO NUMBER-UNITS-STARTED(WS-WK-IDX)
              MOVE 0 TO NUMBER-UNITS-COMPLETED(WS-WK-IDX)
              MOVE 0 TO PERCENTAGE-STARTED(WS-WK-IDX)
              MOVE 0 TO PERCENTAGE-COMPLETE(WS-WK-IDX)
            END-PERFORM
            MOVE SPACES TO DISPATCH-DATE
            MOVE SPACES TO DISPATCH-ACK-DATE
            MOVE SPACES TO DISPATCH-ACK-STARTED
            MOVE SPACES TO LAST-SHIP-DATE
            MOVE SPACES TO HOLD-STATUS
            MOVE SPACES TO HOLD-REASON
            MOVE SPACES TO HOLD-DATE
            MOVE TI-ORDR-NO TO SPLIT-FROM-ORDER
            IF TP-PLANT NOT = SPACES
              MOVE TP-PLANT TO PLANT-CODE
            END-IF
            IF TP-PROMISE-DATE NOT = SPACES
              MOVE TP-PROMISE-DATE TO PROMISE-DATE
            END-IF
            MOVE 'ISRT' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA,
                SSA-2
            DISPLAY 'DBPCB: ' DBPCB
            IF DBSTATUS NOT = SPACE
              MOVE 'E' TO TRANS-STATUS
              IF DBSTATUS = 'II'
                MOVE 'DUPLICATE' TO P-ACT OF PRT-DTL
                MOVE 'DUPLICATE' TO P-ACT OF ERR-DTL
                MOVE 'XN' TO WS-REASON-CD
                PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              ELSE
                MOVE 'UNKNWN ERR' TO P-ACT OF PRT-DTL
                MOVE 'UNKNWN ERR' TO P-ACT OF ERR-DTL
                PERFORM P900-IMS-ERR
              END-IF
              MOVE WS-SP-SRC-IMAGE TO ORDER-ROOT-DATA
              PERFORM P500-REPORT
              GO TO P334-POST-SPLIT-EXIT
            END-IF
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE ORDER-ROOT-DATA TO WS-AFTER-IMAGE
            PERFORM P930-JOURNAL
            MOVE 'SI' TO WS-GL-EVENT
            MOVE WS-SP-AMT TO WS-GL-AMT
            MOVE TP-NEW-ORDR-NO TO WS-GL-ORDR-NO
            PERFORM P932-GL-POST THRU P932-GL-POST-EXIT
            MOVE SPACES TO WS-GL-ORDR-NO
            ADD 1 TO WS-SP-CNT
            MOVE 'SPLIT NEW' TO P-ACT OF PRT-DTL
            MOVE TP-NEW-ORDR-NO TO SSA-1-KEY
            PERFORM P500-REPORT
            MOVE 'SPLIT' TO P-TRANS OF PRT-DTL
            MOVE TI-ORDR-NO TO P-ORD-NUM OF PRT-DTL
            MOVE TI-ORDR-NO TO SSA-1-KEY
            MOVE 'GHU ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA,
                SSA-1
            DISPLAY 'DBPCB: ' DBPCB
            IF DBSTATUS NOT = SPACE
              MOVE 'E' TO TRANS-STATUS
              MOVE 'UNKNWN ERR' TO P-ACT OF PRT-DTL
              MOVE 'UNKNWN ERR' TO P-ACT OF ERR-DTL
              PERFORM P900-IMS-ERR
              PERFORM P500-REPORT
              GO TO P334-POST-SPLIT-EXIT
            END-IF
            MOVE ORDER-ROOT-DATA TO WS-BEFORE-IMAGE
            SUBTRACT TP-SPLIT-QTY FROM PLANNED-ORDER-QUANTITY
            SUBTRACT WS-SP-AMT FROM PLANNED-ORDER-AMOUNT
            MOVE 'REPL' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA
            DISPLAY 'DBPCB: ' DBPCB
            IF DBSTATUS NOT = SPACE
              MOVE 'E' TO TRANS-STATUS
              MOVE 'UNKNWN ERR' TO P-ACT OF PRT-DTL
              MOVE 'UNKNWN ERR' TO P-ACT OF ERR-DTL
              PERFORM P900-IMS-ERR
            ELSE
              MOVE 'SPLIT OUT' TO P-ACT OF PRT-DTL
              MOVE ORDER-ROOT-DATA TO WS-AFTER-IMAGE
              PERFORM P930-JOURNAL
              MOVE 'SO' TO WS-GL-EVENT
              MOVE WS-SP-AMT TO WS-GL-AMT
              PERFORM P932-GL-POST THRU P932-GL-POST-EXIT
              ADD 2 TO WS-GL-SPL-CNT
              ADD WS-SP-AMT TO WS-GL-SPL-AMT
            END-IF
            PERFORM P500-REPORT.
        P334-POST-SPLIT-EXIT.
            EXIT.
        P338-POST-SHIPMENT.
      *     ADD THE SHIPPED QUANTITY TO THE ORDER'S SHIPPED-TO-DATE.
      *     NOTHING MAY SHIP BEYOND WHAT HAS BEEN PRODUCED.  EACH
      *     SHIPMENT POSTED IS WRITTEN TO THE SHIPMENT FILE FOR THE
      *     PACKING LIST.
            MOVE 'SHIP ' TO P-TRANS OF PRT-DTL
            IF SHIPPED-QUANTITY NOT NUMERIC
              MOVE 0 TO SHIPPED-QUANTITY
            END-IF
            PERFORM P339-PRODUCED-QTY THRU P339-PRODUCED-QTY-EXIT
            IF SHIPPED-QUANTITY + TH-SHIP-QTY > WS-PRODUCED-QTY
              MOVE 'E' TO TRANS-STATUS
              MOVE 'OVER SHIP' TO P-ACT OF PRT-DTL
              MOVE 'OVER SHIP' TO P-ACT OF ERR-DTL
              MOVE ALL '*' TO P-ORD-QTY-X OF ERR-DTL
              MOVE 'HX' TO WS-REASON-CD
              PERFORM P110-ADD-REASON THRU P110-ADD-REASON-EXIT
              PERFORM P500-REPORT
              GO TO P338-POST-SHIPMENT-EXIT
            END-IF
            ADD TH-SHIP-QTY TO SHIPPED-QUANTITY
            IF TH-SHIP-DATE = SPACES
              MOVE WS-RUN-DATE TO LAST-SHIP-DATE
            ELSE
              MOVE TH-SHIP-DATE TO LAST-SHIP-DATE
            END-IF
            MOVE 'REPL' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA
            DISPLAY 'DBPCB: ' DBPCB
            IF DBSTATUS NOT = SPACE
              MOVE 'E' TO TRANS-STATUS
              MOVE 'UNKNWN ERR' TO P-ACT OF PRT-DTL
              MOVE 'UNKNWN ERR' TO P-ACT OF ERR-DTL
              PERFORM P900-IMS-ERR
            ELSE
              MOVE 'SHIPPED' TO P-ACT OF PRT-DTL
              MOVE ORDER-ROOT-DATA TO WS-AFTER-IMAGE
              PERFORM P930-JOURNAL
              MOVE SPACES TO SHIP-REC
              MOVE ORDER-ROOT-KEY TO SP-ORDR-NO
              MOVE CUSTOMER-NUMBER TO SP-CUST-NO
              MOVE LAST-SHIP-DATE TO SP-SHIP-DATE
              MOVE TH-SHIP-QTY TO SP-SHIP-QTY
              MOVE SHIPPED-QUANTITY TO SP-SHIPPED-TO-DATE
              MOVE WS-PRODUCED-QTY TO SP-PRODUCED-QTY
              MOVE TH-CARRIER-REF TO SP-CARRIER-REF
              IF SHIPPED-QUANTITY >= WS-PRODUCED-QTY
                MOVE 'Y' TO SP-FINAL
              ELSE
                MOVE 'N' TO SP-FINAL
              END-IF
              MOVE WS-RUN-DATE TO SP-RUN-DATE
              WRITE SHIP-REC
              ADD 1 TO WS-SHIP-CNT
              ADD TH-SHIP-QTY TO WS-SHIP-QTY-TOT
            END-IF
            PERFORM P500-REPORT.
        P338-POST-SHIPMENT-EXIT.
            EXIT.
        P339-PRODUCED-QTY.
      *     UNITS PRODUCED ON THE ORDER - THE ACTUAL QUANTITY, OR
      *     THE UNITS COMPLETED ACROSS THE WEEKLY BUCKETS WHERE THAT
      *     IS GREATER.
            MOVE 0 TO WS-PRODUCED-QTY
            PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                UNTIL WS-PRD-IDX > 13
              ADD NUMBER-UNITS-COMPLETED(WS-PRD-IDX)
                  TO WS-PRODUCED-QTY
            END-PERFORM
            IF ACTUAL-ORDER-QUANTITY > WS-PRODUCED-QTY
              MOVE ACTUAL-ORDER-QUANTITY TO WS-PRODUCED-QTY
            END-IF.
        P339-PRODUCED-QTY-EXIT.
            EXIT.
        P934-ACK-WRITE.
      *     CUT THE ORDER ACKNOWLEDGMENT RECORD FROM THE ROOT AS IT
      *     NOW STANDS ON THE DATA BASE.  THE CALLER CLEARS THE
      *     RECORD AND SETS THE CHANGE FLAGS FIRST.
            MOVE TI-TRAN TO OA-TRAN
            MOVE ORDER-ROOT-KEY TO OA-ORDR-NO
            MOVE WS-RUN-DATE TO OA-RUN-DATE
            MOVE CUSTOMER-NUMBER TO OA-CUST-NO
            MOVE ORDER-DESCRIPTION TO OA-DESCR
            MOVE PLANNED-ORDER-QUANTITY TO OA-PO-QTY
            MOVE PLANNED-ORDER-AMOUNT TO OA-PO-AMT
            MOVE ORDER-TYPE TO OA-ORDR-TYPE
            MOVE PROMISE-DATE TO OA-PROMISE-DATE
            MOVE PLANT-CODE TO OA-PLANT
            WRITE ORDACK-REC
            ADD 1 TO WS-OACK-CNT.
        P934-ACK-EXIT.
            EXIT.
        P335-POST-SCRAP.
      *     ACCUMULATE POSTED SCRAP INTO THE ROOT SEGMENT AND TALLY
      *     IT BY REASON CODE AND ORDER TYPE FOR THE END-OF-RUN
      *     SCRAP ANALYSIS REPORT.
            MOVE 'SCRAP' TO P-TRANS OF PRT-DTL
            ADD TS-SCRAP-QTY TO TOTAL-SCRAP-QUANTITY
            MOVE 'REPL' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA
            DISPLAY 'DBPCB: ' DBPCB
            IF DBSTATUS NOT = SPACE
              MOVE 'E' TO TRANS-STATUS
              MOVE 'UNKNWN ERR' TO P-ACT OF PRT-DTL
              MOVE 'UNKNWN ERR' TO P-ACT OF ERR-DTL
              PERFORM P900-IMS-ERR
            ELSE
              MOVE 'SCRAPPED' TO P-ACT OF PRT-DTL
              MOVE ORDER-ROOT-DATA TO WS-AFTER-IMAGE
              PERFORM P930-JOURNAL
              PERFORM P336-TALLY-SCRAP THRU P336-TALLY-SCRAP-EXIT
              PERFORM P337-GL-SCRAP THRU P337-GL-SCRAP-EXIT
            END-IF
            PERFORM P500-REPORT.
        P335-POST-SCRAP-EXIT.
            EXIT.
        P336-TALLY-SCRAP.
            MOVE 0 TO WS-SC-FOUND
            PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                UNTIL WS-SC-IDX > WS-SCRAP-CNT
                OR WS-SC-FOUND > 0
              IF WS-SCRAP-REASON(WS-SC-IDX) = TS-REASON-CD
                  AND WS-SCRAP-TYPE(WS-SC-IDX) = ORDER-TYPE
                MOVE WS-SC-IDX TO WS-SC-FOUND
              END-IF
            END-PERFORM
            IF WS-SC-FOUND = 0 AND WS-SCRAP-CNT < 200
              ADD 1 TO WS-SCRAP-CNT
              MOVE WS-SCRAP-CNT TO WS-SC-FOUND
              MOVE TS-REASON-CD TO WS-SCRAP-REASON(WS-SC-FOUND)
            EXIT.
        P390-AGING-SCAN.
      *     END-OF-PERIOD SCAN OF EVERY ORDR010 ROOT, REPORTING
      *     ORDERS WITH NO ACTIVITY FOR 30/60/90 WORKING DAYS OF
      *     THEIR PLANT'S SHOP CALENDAR AND SUMMARY COUNTS BY
      *     STATUS/PRIORITY AND BY CUSTOMER.
            PERFORM P390A-AGING-INIT THRU P390A-AGING-INIT-EXIT
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            MOVE 'GN  ' TO ACTION
            PERFORM P391-AGING-STEP THRU P391-AGING-STEP-EXIT
                UNTIL DBSTATUS NOT = SPACE
            PERFORM P390B-AGING-END THRU P390B-AGING-END-EXIT.
        P390-AGING-EXIT.
            EXIT.
        P390A-AGING-INIT.
            INITIALIZE WS-AGE-STAT-TABLE
            INITIALIZE WS-AGE-CUST-TABLE
            MOVE 0 TO WS-AGING-CNT
            MOVE H1-A TO AGRP-REC
            MOVE '1' TO AG-CC
            PERFORM P745-AG-PRINT
            MOVE H2-A TO AGRP-REC
            MOVE '0' TO AG-CC
            PERFORM P745-AG-PRINT
            MOVE 3 TO WS-AG-LINE-CNT.
        P390A-AGING-INIT-EXIT.
            EXIT.
        P390B-AGING-END.
            PERFORM P393-AGING-SUMMARY THRU P393-AGING-SUMMARY-EXIT
            MOVE SPACES TO PRT-DTL
            MOVE 'AGING' TO P-TRANS OF PRT-DTL
            MOVE WS-AGING-CNT TO P-ORD-QTY OF PRT-DTL
            MOVE 'WRITTEN' TO P-ACT OF PRT-DTL
            PERFORM P700-PRINT.
        P390B-AGING-END-EXIT.
            EXIT.
        P391-AGING-STEP.
            PERFORM P391A-AGING-ROOT THRU P391A-AGING-ROOT-EXIT
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2.
        P391-AGING-STEP-EXIT.
            EXIT.
        P391A-AGING-ROOT.
            IF LAST-ACTIVITY-DATE NUMERIC
                AND LAST-ACTIVITY-DATE > '19000101'
              MOVE PLANT-CODE TO WD-PLANT
              MOVE LAST-ACTIVITY-DATE TO WD-FROM-DATE
              MOVE WS-RUN-DATE TO WD-TO-DATE
              CALL 'WRKDAYS' USING WD-REQUEST
              MOVE WD-DAYS TO WS-AGE-DAYS
              IF WS-AGE-DAYS >= 30
                EVALUATE TRUE
                  WHEN WS-AGE-DAYS >= 90
                END-EVALUATE
                PERFORM P392-AGING-WRITE THRU P392-AGING-WRITE-EXIT
              END-IF
            END-IF.
        P391A-AGING-ROOT-EXIT.
            EXIT.
        P392-AGING-WRITE.
            ADD 1 TO WS-AGING-CNT
      *     MANAGEMENT ROLL-UP: ONE LINE PER CUSTOMER/ORDER-TYPE
      *     PAIR WITH QUANTITY, AMOUNT AND PERCENT-COMPLETE TOTALS,
      *     PLUS GRAND TOTALS, REPLACING THE MONDAY SPREADSHEET.
            PERFORM P394A-BACKLOG-INIT THRU P394A-BACKLOG-INIT-EXIT
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            MOVE 'GN  ' TO ACTION
            PERFORM P396-BACKLOG-PRINT THRU P396-BACKLOG-PRINT-EXIT.
        P394-BACKLOG-EXIT.
            EXIT.
        P394A-BACKLOG-INIT.
            INITIALIZE WS-BKLG-TABLE
            INITIALIZE WS-BKLG-TOTALS.
        P394A-BACKLOG-INIT-EXIT.
            EXIT.
        P395-BACKLOG-STEP.
            PERFORM P395A-BACKLOG-ROOT THRU P395A-BACKLOG-ROOT-EXIT
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2.
        P395-BACKLOG-STEP-EXIT.
            EXIT.
        P395A-BACKLOG-ROOT.
            MOVE 0 TO WS-BS-FOUND
            PERFORM VARYING WS-BS-IDX FROM 1 BY 1
                UNTIL WS-BS-IDX > WS-BKLG-CNT
            ADD 1 TO WS-BKLG-T-ORDERS
            ADD PLANNED-ORDER-QUANTITY TO WS-BKLG-T-PLAN-QTY
            ADD ACTUAL-ORDER-QUANTITY TO WS-BKLG-T-ACT-QTY
            ADD PLANNED-ORDER-AMOUNT TO WS-BKLG-T-PLAN-AMT.
        P395A-BACKLOG-ROOT-EXIT.
            EXIT.
        P396-BACKLOG-PRINT.
            MOVE H1-B TO RPT-REC
            EXIT.
        P397-DISPATCH.
      *     DAILY DISPATCH LIST: EVERY OPEN ORDER (STATUS BELOW 90)
      *     NOT ON HOLD, SORTED BY PRIORITY, STATUS AND FIRST
      *     ACTIVITY DATE, WITH THE CUSTOMER NAME PICKED UP FROM
      *     CUST-FILE, WRITTEN TO A DISPATCH FILE AND A PRINTABLE
      *     DISPATCH REPORT.  HELD ORDERS ARE ONLY COUNTED.
            PERFORM P397F-DSP-INIT THRU P397F-DSP-INIT-EXIT
            SORT DSORT-FILE
                ON ASCENDING KEY DS-PLANT DS-PRTY DS-STAT
                    DS-FIRST-ACT
                    THRU P397A-DSP-RELEASE-EXIT
                OUTPUT PROCEDURE IS P397C-DSP-RETURN
                    THRU P397C-DSP-RETURN-EXIT
            PERFORM P397G-DSP-END THRU P397G-DSP-END-EXIT.
        P397-DISPATCH-EXIT.
            EXIT.
        P397A-DSP-RELEASE.
        P397A-DSP-RELEASE-EXIT.
            EXIT.
        P397B-DSP-STEP.
            PERFORM P397H-DSP-ROOT THRU P397H-DSP-ROOT-EXIT
            MOVE 'GHN ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2.
        P397B-DSP-STEP-EXIT.
            EXIT.
        P397H-DSP-ROOT.
            IF ORDER-STATUS < 90 AND ORDER-ON-HOLD
              ADD 1 TO WS-DSP-HELD-CNT
            END-IF
            IF ORDER-STATUS < 90 AND NOT ORDER-ON-HOLD
      *       A NEW DISPATCH CYCLE IS STAMPED ONLY ON THE FIRST
      *       DISPATCH, OR AFTER THE PRIOR CYCLE WAS ACKNOWLEDGED -
      *       AN UNACKNOWLEDGED DISPATCH KEEPS ITS ORIGINAL DATE SO
              MOVE PLANNED-ORDER-QUANTITY TO DS-PLANNED-QTY
              MOVE ACTUAL-ORDER-QUANTITY TO DS-ACTUAL-QTY
              RELEASE DSORT-REC
            END-IF.
        P397H-DSP-ROOT-EXIT.
            EXIT.
        P397C-DSP-RETURN.
            MOVE SPACE TO WS-DSP-EOF
            WRITE DPRP-REC AFTER ADVANCING ADV-LINES
            ADD ADV-LINES TO WS-DSP-LINE-CNT
            EXIT.
        P397F-DSP-INIT.
            MOVE 0 TO WS-DSP-CNT
            MOVE 0 TO WS-DSP-HELD-CNT.
        P397F-DSP-INIT-EXIT.
            EXIT.
        P397G-DSP-END.
            MOVE SPACES TO PRT-DTL
            MOVE 'DSPCH' TO P-TRANS OF PRT-DTL
            MOVE WS-DSP-CNT TO P-ORD-QTY OF PRT-DTL
            MOVE 'WRITTEN' TO P-ACT OF PRT-DTL
            PERFORM P700-PRINT
            MOVE SPACES TO PRT-DTL
            MOVE 'DSPCH' TO P-TRANS OF PRT-DTL
            MOVE WS-DSP-HELD-CNT TO P-ORD-QTY OF PRT-DTL
            MOVE 'HELD-SKIP' TO P-ACT OF PRT-DTL
            PERFORM P700-PRINT.
        P397G-DSP-END-EXIT.
            EXIT.
        P398-CUST-QUERY.
      *     CUSTOMER-LEVEL QUERY: LIST EVERY ORDER BELONGING TO THE
      *     REQUESTED CUSTOMER AS A GROUP ON THE REPORT, ELIGIBLE
            END-IF.
        P398B-CUST-PURGED-EXIT.
            EXIT.
        P399-SINGLE-PASS.
      *     SINGLE-PASS SCAN MODE: EVERY SCAN QUEUED BY ITS CARD IS
      *     FED EACH ROOT FROM ONE SWEEP OF ORDR010, SO A RUN WITH
      *     SEVERAL SCAN CARDS READS THE DATABASE ONCE RATHER THAN
      *     ONCE PER CARD.  THE REPORTS AND FILES ARE THOSE THE
      *     SEPARATE SCANS PRODUCE, TAKEN FROM THE DATABASE AS IT
      *     STANDS AFTER THE LAST TRANSACTION.
            IF SW-LT AND SW-AG
              MOVE 'Y' TO WS-SW-LT-SPILL
            END-IF
            IF SW-LR AND SW-TR
              MOVE 'Y' TO WS-SW-LR-SPILL
            END-IF
            IF LT-SPILLED OR LR-SPILLED
              OPEN OUTPUT SPILL-FILE
              IF FS-SPILL NOT = 0
                DISPLAY 'SPILL FILE STATUS IS ' FS-SPILL
                DISPLAY '  LATE/RECON LINES PRINTED DURING THE SWEEP'
                MOVE 'N' TO WS-SW-LT-SPILL
                MOVE 'N' TO WS-SW-LR-SPILL
              END-IF
            END-IF
            IF SW-OX
              PERFORM P340A-OVER-PROD-INIT
                  THRU P340A-OVER-PROD-INIT-EXIT
            END-IF
            IF SW-TR
              PERFORM P345A-TREND-INIT THRU P345A-TREND-INIT-EXIT
            END-IF
            IF SW-LR
              PERFORM P365A-LINE-RECON-INIT
                  THRU P365A-LINE-RECON-INIT-EXIT
            END-IF
            IF SW-AG
              PERFORM P390A-AGING-INIT THRU P390A-AGING-INIT-EXIT
            END-IF
            IF SW-LT
              PERFORM P342A-LATE-INIT THRU P342A-LATE-INIT-EXIT
            END-IF
            IF SW-BS
              PERFORM P394A-BACKLOG-INIT THRU P394A-BACKLOG-INIT-EXIT
            END-IF
            IF SW-DX
              PERFORM P355A-DSP-EXC-INIT THRU P355A-DSP-EXC-INIT-EXIT
            END-IF
      *     WITH DISPATCH QUEUED THE SWEEP IS THE DISPATCH SORT'S
      *     INPUT PROCEDURE, SO THE LIST IS RELEASED AS IT GOES.
            IF SW-DP
              PERFORM P397F-DSP-INIT THRU P397F-DSP-INIT-EXIT
              SORT DSORT-FILE
                  ON ASCENDING KEY DS-PLANT DS-PRTY DS-STAT
                      DS-FIRST-ACT
                  INPUT PROCEDURE IS P399B-SW-SWEEP
                      THRU P399B-SW-SWEEP-EXIT
                  OUTPUT PROCEDURE IS P397C-DSP-RETURN
                      THRU P397C-DSP-RETURN-EXIT
            ELSE
              PERFORM P399B-SW-SWEEP THRU P399B-SW-SWEEP-EXIT
            END-IF
            IF SW-OX
              PERFORM P340B-OVER-PROD-END THRU P340B-OVER-PROD-END-EXIT
            END-IF
            IF SW-TR
              PERFORM P345B-TREND-END THRU P345B-TREND-END-EXIT
            END-IF
            IF SW-AG
              PERFORM P390B-AGING-END THRU P390B-AGING-END-EXIT
            END-IF
            IF SW-BS
              PERFORM P396-BACKLOG-PRINT THRU P396-BACKLOG-PRINT-EXIT
            END-IF
            IF SW-DP
              PERFORM P397G-DSP-END THRU P397G-DSP-END-EXIT
            END-IF
            IF SW-DX
              PERFORM P355B-DSP-EXC-END THRU P355B-DSP-EXC-END-EXIT
            END-IF
            IF LT-SPILLED OR LR-SPILLED
              CLOSE SPILL-FILE
              PERFORM P399D-SW-SPILL-COPY THRU P399D-SW-SPILL-COPY-EXIT
            END-IF
            IF SW-LT
              PERFORM P342B-LATE-END THRU P342B-LATE-END-EXIT
            END-IF
            IF SW-LR
              PERFORM P365B-LINE-RECON-END
                  THRU P365B-LINE-RECON-END-EXIT
            END-IF
      *     EACH QUEUED SCAN BEYOND THE FIRST WOULD HAVE COST ABOUT
      *     ONE MORE SWEEP OF ITS OWN.
            COMPUTE WS-SW-ELAPSED-HS = WS-SW-END-HS - WS-SW-START-HS
            IF WS-SW-ELAPSED-HS < 0
              ADD 8640000 TO WS-SW-ELAPSED-HS
            END-IF
            COMPUTE WS-SW-ELAPSED-SECS ROUNDED = WS-SW-ELAPSED-HS / 100
            COMPUTE WS-SW-SAVED-SECS ROUNDED =
                WS-SW-ELAPSED-HS * (WS-SW-CNT - 1) / 100.
        P399-SINGLE-PASS-EXIT.
            EXIT.
        P399A-SW-QUEUE.
      *     IN SINGLE-PASS MODE A SCAN CARD ONLY QUEUES ITS SCAN; A
      *     REPEATED CARD FOR A SCAN ALREADY QUEUED ADDS NOTHING.
            PERFORM VARYING WS-SW-IDX FROM 1 BY 1
                UNTIL WS-SW-IDX > 8
              IF WS-SW-CODE(WS-SW-IDX) = TI-TRAN
                  AND WS-SW-FLAG(WS-SW-IDX) = 'N'
                MOVE 'Y' TO WS-SW-FLAG(WS-SW-IDX)
                ADD 1 TO WS-SW-CNT
              END-IF
            END-PERFORM.
        P399A-SW-QUEUE-EXIT.
            EXIT.
        P399B-SW-SWEEP.
      *     DISPATCH STAMPS THE ROOTS IT LISTS, SO WITH DISPATCH
      *     QUEUED THE SWEEP READS WITH HOLD AS THE DISPATCH SCAN
      *     DOES.
            ACCEPT WS-SW-TIME FROM TIME
            COMPUTE WS-SW-START-HS =
                ((WS-SW-HH * 60 + WS-SW-MM) * 60 + WS-SW-SS) * 100
                + WS-SW-CC
            MOVE 'GU  ' TO ACTION
            IF SW-DP
              MOVE 'GHU ' TO ACTION
            END-IF
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            PERFORM P399C-SW-STEP THRU P399C-SW-STEP-EXIT
                UNTIL DBSTATUS NOT = SPACE
            ACCEPT WS-SW-TIME FROM TIME
            COMPUTE WS-SW-END-HS =
                ((WS-SW-HH * 60 + WS-SW-MM) * 60 + WS-SW-SS) * 100
                + WS-SW-CC.
        P399B-SW-SWEEP-EXIT.
            EXIT.
        P399C-SW-STEP.
      *     DISPATCH GOES FIRST: ITS REPL MUST FOLLOW THE GET HOLD
      *     BEFORE THE RECONCILIATION READS THE LINES, AND THE OTHER
      *     SCANS THEN SEE THE ROOT AS DISPATCH LEFT IT.  THE STAMP
      *     IS JOURNALED AS A DP UPDATE, AS IN THE DISPATCH SCAN.
            ADD 1 TO WS-SW-ROOT-CNT
            IF SW-DP
              MOVE 'DP' TO TI-TRAN
              PERFORM P397H-DSP-ROOT THRU P397H-DSP-ROOT-EXIT
            END-IF
            IF SW-OX
              PERFORM P341A-OVER-PROD-ROOT
                  THRU P341A-OVER-PROD-ROOT-EXIT
            END-IF
            IF SW-LT
              PERFORM P343A-LATE-ROOT THRU P343A-LATE-ROOT-EXIT
            END-IF
            IF SW-TR
              PERFORM P347A-TREND-ROOT THRU P347A-TREND-ROOT-EXIT
            END-IF
            IF SW-AG
              PERFORM P391A-AGING-ROOT THRU P391A-AGING-ROOT-EXIT
            END-IF
            IF SW-BS
              PERFORM P395A-BACKLOG-ROOT THRU P395A-BACKLOG-ROOT-EXIT
            END-IF
            IF SW-DX
              PERFORM P356A-DSP-EXC-ROOT THRU P356A-DSP-EXC-ROOT-EXIT
            END-IF
            IF SW-LR
              PERFORM P366A-LR-ROOT THRU P366A-LR-ROOT-EXIT
            END-IF
            MOVE 'GN  ' TO ACTION
            IF SW-DP
              MOVE 'GHN ' TO ACTION
            END-IF
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2.
        P399C-SW-STEP-EXIT.
            EXIT.
        P399D-SW-SPILL-COPY.
            MOVE SPACE TO WS-SPILL-EOF
            OPEN INPUT SPILL-FILE
            IF FS-SPILL NOT = 0
              DISPLAY 'SPILL FILE STATUS IS ' FS-SPILL
              MOVE 'Y' TO WS-SPILL-EOF
            END-IF
            PERFORM P399E-SW-SPILL-LINE THRU P399E-SW-SPILL-LINE-EXIT
                UNTIL NO-MORE-SPILL
            CLOSE SPILL-FILE.
        P399D-SW-SPILL-COPY-EXIT.
            EXIT.
        P399E-SW-SPILL-LINE.
            READ SPILL-FILE
              AT END
                MOVE 'Y' TO WS-SPILL-EOF
              NOT AT END
                IF SL-DEST = 'A'
                  MOVE SL-LINE TO AGRP-REC
                  PERFORM P745-AG-PRINT
                ELSE
                  MOVE SL-LINE TO RPT-REC
                  PERFORM P750-PRINT
                END-IF
            END-READ.
        P399E-SW-SPILL-LINE-EXIT.
            EXIT.
        P745-AG-PRINT.
            MOVE 1 TO ADV-LINES
            IF AG-CC = '0'
            EXIT.
        P355-DSP-EXCEPTION.
      *     UNWORKED-DISPATCH EXCEPTIONS: OPEN ORDERS DISPATCHED
      *     MORE THAN THE PARM-SET NUMBER OF WORKING DAYS AGO (SHOP
      *     CALENDAR OF THE ORDER'S PLANT) WITH NO FLOOR
      *     ACKNOWLEDGMENT, PRINTED WITH THE DISPATCH REPORT SO THE
      *     FLOOR OFFICE WORKS THEM BEFORE A CUSTOMER CALLS.
            PERFORM P355A-DSP-EXC-INIT THRU P355A-DSP-EXC-INIT-EXIT
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            MOVE 'GN  ' TO ACTION
            PERFORM P356-DSP-EXC-STEP THRU P356-DSP-EXC-STEP-EXIT
                UNTIL DBSTATUS NOT = SPACE
            PERFORM P355B-DSP-EXC-END THRU P355B-DSP-EXC-END-EXIT.
        P355-DSP-EXC-EXIT.
            EXIT.
        P355A-DSP-EXC-INIT.
            MOVE 0 TO WS-DX-CNT
            MOVE H1-X TO DPRP-REC
            MOVE '1' TO DR-CC
            PERFORM P397E-DSP-PRINT
            MOVE H2-X TO DPRP-REC
            MOVE '0' TO DR-CC
            PERFORM P397E-DSP-PRINT
            MOVE 3 TO WS-DSP-LINE-CNT.
        P355A-DSP-EXC-INIT-EXIT.
            EXIT.
        P355B-DSP-EXC-END.
            MOVE SPACES TO PRT-DTL
            MOVE 'DSPEX' TO P-TRANS OF PRT-DTL
            MOVE WS-DX-CNT TO P-ORD-QTY OF PRT-DTL
            MOVE 'WRITTEN' TO P-ACT OF PRT-DTL
            PERFORM P700-PRINT.
        P355B-DSP-EXC-END-EXIT.
            EXIT.
        P356-DSP-EXC-STEP.
            PERFORM P356A-DSP-EXC-ROOT THRU P356A-DSP-EXC-ROOT-EXIT
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2.
        P356-DSP-EXC-STEP-EXIT.
            EXIT.
        P356A-DSP-EXC-ROOT.
            IF ORDER-STATUS < 90
                AND DISPATCH-DATE NUMERIC
                AND DISPATCH-DATE > '19000101'
                AND DISPATCH-ACK-DATE = SPACES
              MOVE PLANT-CODE TO WD-PLANT
              MOVE DISPATCH-DATE TO WD-FROM-DATE
              MOVE WS-RUN-DATE TO WD-TO-DATE
              CALL 'WRKDAYS' USING WD-REQUEST
              MOVE WD-DAYS TO WS-DSP-AGE-DAYS
              IF WS-DSP-AGE-DAYS > WS-ACK-DAYS
                ADD 1 TO WS-DX-CNT
                MOVE SPACES TO DX-DTL
                MOVE DX-DTL TO DPRP-REC
                PERFORM P397E-DSP-PRINT
              END-IF
            END-IF.
        P356A-DSP-EXC-ROOT-EXIT.
            EXIT.
        P365-LINE-RECON.
      *     ROOT-VS-LINES RECONCILIATION: LIST EVERY ORDER WHOSE
      *     LINE QUANTITIES OR STATUSES CONTRADICT THE ROOT - LINE
      *     QUANTITY SUM DIFFERENT FROM THE PLANNED ORDER QUANTITY,
      *     OR A COMPLETED ROOT WITH LINES STILL OPEN.
            PERFORM P365A-LINE-RECON-INIT
                THRU P365A-LINE-RECON-INIT-EXIT
            MOVE 'GU  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2
            PERFORM P366-LR-STEP THRU P366-LR-STEP-EXIT
                UNTIL DBSTATUS NOT = SPACE
            PERFORM P365B-LINE-RECON-END THRU P365B-LINE-RECON-END-EXIT.
        P365-LINE-RECON-EXIT.
            EXIT.
        P365A-LINE-RECON-INIT.
            MOVE 0 TO WS-LR-CNT
            MOVE H1-R TO RPT-REC
            MOVE '-' TO R-CC
            PERFORM P366B-LR-PRINT
            MOVE H2-R TO RPT-REC
            MOVE '0' TO R-CC
            PERFORM P366B-LR-PRINT.
        P365A-LINE-RECON-INIT-EXIT.
            EXIT.
        P365B-LINE-RECON-END.
            MOVE SPACES TO PRT-DTL
            MOVE 'RECON' TO P-TRANS OF PRT-DTL
            MOVE WS-LR-CNT TO P-ORD-QTY OF PRT-DTL
            MOVE 'WRITTEN' TO P-ACT OF PRT-DTL
            PERFORM P700-PRINT.
        P365B-LINE-RECON-END-EXIT.
            EXIT.
        P366-LR-STEP.
            PERFORM P366A-LR-ROOT THRU P366A-LR-ROOT-EXIT
            MOVE 'GN  ' TO ACTION
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2.
        P366-LR-STEP-EXIT.
            EXIT.
        P366A-LR-ROOT.
            MOVE 0 TO WS-LINE-CNT
            MOVE 0 TO WS-OPEN-LINE-CNT
            MOVE 0 TO WS-LINE-QTY-SUM
                MOVE 'LINES OPEN' TO LR-FLAG
              END-IF
              MOVE LR-DTL TO RPT-REC
              PERFORM P366B-LR-PRINT
            END-IF.
        P366A-LR-ROOT-EXIT.
            EXIT.
        P366B-LR-PRINT.
      *     IN A SINGLE PASS WITH THE TREND SCAN ALSO RUNNING, THE
      *     RECONCILIATION IS HELD ON THE SPILL FILE AND PRINTED
      *     AFTER THE SWEEP.
            IF LR-SPILLED
              MOVE 'R' TO SL-DEST
              MOVE RPT-REC TO SL-LINE
              WRITE SPILL-REC
            ELSE
              PERFORM P750-PRINT
            END-IF
            EXIT.
        P367-LR-LINE.
            ADD 1 TO WS-LINE-CNT
            MOVE WS-TOT-SCRAP TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'SHIPMENTS (SH)' TO T-LABEL
            MOVE WS-TOT-SHIP TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ORDER HOLDS (HL)' TO T-LABEL
            MOVE WS-TOT-HOLD TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'HOLD RELEASES (RL)' TO T-LABEL
            MOVE WS-TOT-RELEASE TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ORDER SPLITS (SP)' TO T-LABEL
            MOVE WS-TOT-SPLIT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'NEW ORDERS CREATED BY SPLIT' TO T-LABEL
            MOVE WS-SP-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ORDER CANCELLATIONS (CX)' TO T-LABEL
            MOVE WS-TOT-CANCEL TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'SHIPMENT RECORDS WRITTEN' TO T-LABEL
            MOVE WS-SHIP-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'UNITS SHIPPED' TO T-LABEL
            MOVE WS-SHIP-QTY-TOT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'JOURNAL RECORDS WRITTEN' TO T-LABEL
            MOVE WS-JRNL-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            MOVE WS-INV-AMT TO IT-AMT
            MOVE INV-TOT-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE 'ORDER ACKNOWLEDGMENTS WRITTEN' TO T-LABEL
            MOVE WS-OACK-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            IF WS-SW-CNT > 0
              MOVE 'SCANS RUN IN ONE SWEEP' TO T-LABEL
              MOVE WS-SW-CNT TO T-COUNT
              MOVE TRL-DTL TO RPT-REC
              PERFORM P750-PRINT
              MOVE 'ROOTS READ BY THE SWEEP' TO T-LABEL
              MOVE WS-SW-ROOT-CNT TO T-COUNT
              MOVE TRL-DTL TO RPT-REC
              PERFORM P750-PRINT
              MOVE 'DATABASE SWEEPS SAVED' TO T-LABEL
              COMPUTE T-COUNT = WS-SW-CNT - 1
              MOVE TRL-DTL TO RPT-REC
              PERFORM P750-PRINT
              MOVE 'SWEEP ELAPSED SECONDS' TO T-LABEL
              MOVE WS-SW-ELAPSED-SECS TO T-COUNT
              MOVE TRL-DTL TO RPT-REC
              PERFORM P750-PRINT
              MOVE 'EST. SECONDS SAVED' TO T-LABEL
              MOVE WS-SW-SAVED-SECS TO T-COUNT
              MOVE TRL-DTL TO RPT-REC
              PERFORM P750-PRINT
            END-IF
            IF WS-SCRAP-CNT > 0
              PERFORM P998-SCRAP-ANALYSIS THRU P998-SCRAP-EXIT
            END-IF
                  PLANNED-ORDER-AMOUNT / PLANNED-ORDER-QUANTITY
              COMPUTE WS-GL-AMT ROUNDED =
                  WS-UNIT-AMT * TS-SCRAP-QTY
              MOVE 'SC' TO WS-GL-EVENT
              ADD 1 TO WS-GL-SCR-CNT
              ADD WS-GL-AMT TO WS-GL-SCR-AMT
              PERFORM P932-GL-POST THRU P932-GL-POST-EXIT
            END-IF.
        P337-GL-SCRAP-EXIT.
            EXIT.
        P931-GL-ACCOUNTS.
      *     DETERMINE THE DEBIT/CREDIT ACCOUNTS FOR WS-GL-EVENT.
      *     MOST SPECIFIC ROW WINS: TYPE AND PLANT, TYPE ONLY, PLANT
      *     ONLY, THEN THE DEFAULT ROW (BOTH BLANK).  WITH NO ROW AT
      *     ALL THE BUILT-IN ACCOUNTS ARE USED AND THE MISS COUNTED.
            EVALUATE TRUE
              WHEN GL-EVENT-ADD
                MOVE GL-ACCT-WIP TO WS-GL-ACCT-DR
                MOVE GL-ACCT-COMMIT TO WS-GL-ACCT-CR
              WHEN GL-EVENT-COMPLETE
                MOVE GL-ACCT-COMMIT TO WS-GL-ACCT-DR
                MOVE GL-ACCT-WIP TO WS-GL-ACCT-CR
              WHEN GL-EVENT-SCRAP
                MOVE GL-ACCT-SCRAP TO WS-GL-ACCT-DR
                MOVE GL-ACCT-WIP TO WS-GL-ACCT-CR
              WHEN GL-EVENT-SPLIT-IN
                MOVE GL-ACCT-WIP TO WS-GL-ACCT-DR
                MOVE GL-ACCT-COMMIT TO WS-GL-ACCT-CR
              WHEN GL-EVENT-SPLIT-OUT
                MOVE GL-ACCT-COMMIT TO WS-GL-ACCT-DR
                MOVE GL-ACCT-WIP TO WS-GL-ACCT-CR
              WHEN GL-EVENT-CANCEL
                MOVE GL-ACCT-COMMIT TO WS-GL-ACCT-DR
                MOVE GL-ACCT-WIP TO WS-GL-ACCT-CR
            END-EVALUATE
            MOVE 'N' TO WS-GLACT-FOUND
            IF NOT GL-ACCT-MASTER-ON
              GO TO P931-GL-ACCOUNTS-EXIT
            END-IF
            MOVE ORDER-TYPE TO GA-TYPE-CD
            MOVE PLANT-CODE TO GA-PLANT
            PERFORM P931A-GL-ACCT-READ THRU P931A-GL-ACCT-READ-EXIT
            IF NOT GL-ACCT-ROW-FOUND
              MOVE ORDER-TYPE TO GA-TYPE-CD
              MOVE SPACES TO GA-PLANT
              PERFORM P931A-GL-ACCT-READ THRU P931A-GL-ACCT-READ-EXIT
            END-IF
            IF NOT GL-ACCT-ROW-FOUND
              MOVE SPACES TO GA-TYPE-CD
              MOVE PLANT-CODE TO GA-PLANT
              PERFORM P931A-GL-ACCT-READ THRU P931A-GL-ACCT-READ-EXIT
            END-IF
            IF NOT GL-ACCT-ROW-FOUND
              MOVE SPACES TO GA-TYPE-CD
              MOVE SPACES TO GA-PLANT
              PERFORM P931A-GL-ACCT-READ THRU P931A-GL-ACCT-READ-EXIT
            END-IF
            IF NOT GL-ACCT-ROW-FOUND
              ADD 1 TO WS-GLACT-MISS-CNT
            END-IF
      *     A SPLIT-OUT OR CANCELLATION REVERSES THE ORDER-ADD ROW'S
      *     ACCOUNTS.
            IF (GL-EVENT-SPLIT-OUT OR GL-EVENT-CANCEL)
                AND GL-ACCT-ROW-FOUND
              MOVE WS-GL-ACCT-DR TO WS-GL-ACCT-SWAP
              MOVE WS-GL-ACCT-CR TO WS-GL-ACCT-DR
              MOVE WS-GL-ACCT-SWAP TO WS-GL-ACCT-CR
            END-IF.
        P931-GL-ACCOUNTS-EXIT.
            EXIT.
        P931A-GL-ACCT-READ.
      *     SPLITS AND CANCELLATIONS MOVE OR REVERSE ORDER-ADD
      *     COMMITMENT, SO THEY SHARE ITS ROWS.
            IF GL-EVENT-SPLIT-IN OR GL-EVENT-SPLIT-OUT
                OR GL-EVENT-CANCEL
              MOVE 'AC' TO GA-EVENT
            ELSE
              MOVE WS-GL-EVENT TO GA-EVENT
            END-IF
            READ GLACT-FILE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE 'Y' TO WS-GLACT-FOUND
                MOVE GA-DR-ACCT TO WS-GL-ACCT-DR
                MOVE GA-CR-ACCT TO WS-GL-ACCT-CR
            END-READ.
        P931A-GL-ACCT-READ-EXIT.
            EXIT.
        P932-GL-POST.
      *     WRITE THE BALANCED DEBIT/CREDIT PAIR FOR ONE POSTING
      *     EVENT TO THE GL INTERFACE FILE, ACCOUNTS DETERMINED FROM
      *     THE EVENT IN WS-GL-EVENT AND THE ORDER'S TYPE AND PLANT.
            PERFORM P931-GL-ACCOUNTS THRU P931-GL-ACCOUNTS-EXIT
            MOVE SPACES TO GLPST-REC
            MOVE WS-RUN-DATE TO GL-RUN-DATE
            MOVE TI-ORDR-NO TO GL-ORDR-NO
            IF WS-GL-ORDR-NO NOT = SPACES
              MOVE WS-GL-ORDR-NO TO GL-ORDR-NO
            END-IF
            MOVE WS-GL-ACCT-DR TO GL-ACCOUNT
            MOVE 'D' TO GL-DRCR
            MOVE WS-GL-AMT TO GL-AMOUNT
            MOVE TI-TRAN TO GL-SOURCE
            MOVE WS-GL-EVENT TO GL-EVENT
            WRITE GLPST-REC
            MOVE SPACES TO GLPST-REC
            MOVE WS-RUN-DATE TO GL-RUN-DATE
            MOVE TI-ORDR-NO TO GL-ORDR-NO
            IF WS-GL-ORDR-NO NOT = SPACES
              MOVE WS-GL-ORDR-NO TO GL-ORDR-NO
            END-IF
            MOVE WS-GL-ACCT-CR TO GL-ACCOUNT
            MOVE 'C' TO GL-DRCR
            MOVE WS-GL-AMT TO GL-AMOUNT
            MOVE TI-TRAN TO GL-SOURCE
            MOVE WS-GL-EVENT TO GL-EVENT
            WRITE GLPST-REC
            ADD 2 TO WS-GL-CNT
            ADD WS-GL-AMT TO WS-GL-DR-AMT
            CALL 'CBLTDLI' USING ACTION, DBPCB, ORDER-ROOT-DATA, SSA-2.
        P995A-KPI-STEP-EXIT.
            EXIT.
        P997-SRC-HISTORY.
      *     APPEND THE RUN'S BUSINESS REJECTS BY REASON CODE,
      *     SUSPENSIONS AND REPEAT REJECTS PER DECK SOURCE TO THE
      *     SOURCE-SYSTEM HISTORY BEHIND THE SRCSCORE SCORECARD.
            IF WS-SE-CNT = 0
              GO TO P997-SRC-HISTORY-EXIT
            END-IF
            OPEN EXTEND SRCHST-FILE
            IF FS-SRCHST NOT = 0
              OPEN OUTPUT SRCHST-FILE
            END-IF
            IF FS-SRCHST NOT = 0
              DISPLAY 'SOURCE HISTORY UNAVAILABLE, STATUS ' FS-SRCHST
              GO TO P997-SRC-HISTORY-EXIT
            END-IF
            PERFORM VARYING WS-SE-IDX FROM 1 BY 1
                UNTIL WS-SE-IDX > WS-SE-CNT
              MOVE WS-SE-ENT-KEY(WS-SE-IDX) TO WS-SE-KEY
              MOVE SPACES TO SRCHST-REC
              MOVE WS-RUN-DATE TO SH-RUN-DATE
              MOVE 'IB4OP01 ' TO SH-PROGRAM
              MOVE WS-SE-KEY-SRC TO SH-SOURCE-ID
              MOVE WS-SE-KEY-EVT TO SH-EVENT
              MOVE WS-SE-KEY-CD TO SH-REASON-CD
              MOVE WS-SE-COUNT(WS-SE-IDX) TO SH-COUNT
              WRITE SRCHST-REC
            END-PERFORM
            CLOSE SRCHST-FILE.
        P997-SRC-HISTORY-EXIT.
            EXIT.
        P996-GL-SUMMARY.
      *     POSTING SUMMARY PAGE SO FINANCE CAN TIE THE GL FEED TO
      *     THE ORDER REPORT BEFORE LOADING IT.  DEBITS ALWAYS EQUAL
            MOVE WS-GL-SCR-AMT TO IT-AMT
            MOVE INV-TOT-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO TRL-DTL
            MOVE 'SPLIT TRANSFERS (IN + OUT)' TO T-LABEL
            MOVE WS-GL-SPL-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO INV-TOT-DTL
            MOVE '  AMOUNT MOVED (NETS TO ZERO)' TO IT-LABEL
            MOVE WS-GL-SPL-AMT TO IT-AMT
            MOVE INV-TOT-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO TRL-DTL
            MOVE 'CANCELLATIONS REVERSED' TO T-LABEL
            MOVE WS-GL-CXL-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO INV-TOT-DTL
            MOVE '  COMMITMENT REVERSED' TO IT-LABEL
            MOVE WS-GL-CXL-AMT TO IT-AMT
            MOVE INV-TOT-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO INV-TOT-DTL
            MOVE 'TOTAL DEBITS' TO IT-LABEL
            MOVE WS-GL-DR-AMT TO IT-AMT
            MOVE 'TOTAL CREDITS' TO IT-LABEL
            MOVE WS-GL-CR-AMT TO IT-AMT
            MOVE INV-TOT-DTL TO RPT-REC
            PERFORM P750-PRINT
            MOVE SPACES TO TRL-DTL
            MOVE 'POSTINGS TO BUILT-IN ACCOUNTS' TO T-LABEL
            MOVE WS-GLACT-MISS-CNT TO T-COUNT
            MOVE TRL-DTL TO RPT-REC
            PERFORM P750-PRINT.
        P996-GL-EXIT.
            EXIT.
      *     SUCCESSFUL ROOT SEGMENT UPDATE, INSERT OR DELETE.
            MOVE SPACES TO JRNL-REC
            MOVE TI-TRAN TO JR-TRAN
            IF TI-TRAN = 'RP' OR TI-TRAN = 'DP' OR TI-TRAN = 'SP'
              MOVE ORDER-ROOT-KEY TO JR-ORDR-NO
            ELSE
              MOVE TI-ORDR-NO TO JR-ORDR-NO
            MOVE WS-AFTER-IMAGE TO JR-AFTER
            WRITE JRNL-REC
            ADD 1 TO WS-JRNL-CNT
            IF WS-BEFORE-IMAGE = SPACES
              ADD 1 TO WS-JRNL-ISRT-CNT
            ELSE
              IF WS-AFTER-IMAGE = SPACES
                ADD 1 TO WS-JRNL-DLET-CNT
              ELSE
                ADD 1 TO WS-JRNL-REPL-CNT
              END-IF
            END-IF
            IF WS-JRNL-FIRST-ORDR = SPACES
              MOVE JR-ORDR-NO TO WS-JRNL-FIRST-ORDR
            END-IF
            MOVE JR-ORDR-NO TO WS-JRNL-LAST-ORDR
            EXIT.
        P994-JRNL-CATALOG.
      *     CATALOG THE JOURNAL GENERATION THIS RUN WROTE - EVERY
      *     RUN, EVEN WITH NO UPDATES, SO THE CATALOG'S GENERATION
      *     NUMBERS KEEP STEP WITH THE GDG.  THE GENERATION IS ONE
      *     PAST THE HIGHEST DAILY GENERATION ALREADY CATALOGED,
      *     WRAPPING AFTER 9999 AS THE GDG DOES.  AN ABSENT CATALOG
      *     IS STARTED AT GENERATION 1.
            MOVE 0 TO WS-JRNL-GEN
            MOVE ' ' TO JCAT-EOF
            OPEN INPUT JCAT-FILE
            IF FS-JCAT = 0
              PERFORM P994A-READ-JCAT UNTIL NO-MORE-JCAT
              CLOSE JCAT-FILE
            END-IF
            IF WS-JRNL-GEN >= 9999
              MOVE 1 TO WS-JRNL-GEN
            ELSE
              ADD 1 TO WS-JRNL-GEN
            END-IF
            OPEN EXTEND JCAT-FILE
            IF FS-JCAT NOT = 0
              OPEN OUTPUT JCAT-FILE
            END-IF
            IF FS-JCAT NOT = 0
              DISPLAY 'JOURNAL CATALOG UNAVAILABLE, STATUS ' FS-JCAT
              GO TO P994-JRNL-CATALOG-EXIT
            END-IF
            MOVE SPACES TO JCAT-REC
            MOVE 'D' TO JC-GEN-TYPE
            MOVE WS-JRNL-GEN TO JC-GEN-NO
            STRING WS-JRNL-GDG-BASE DELIMITED BY SPACE
                '.G' WS-JRNL-GEN 'V00' DELIMITED BY SIZE
                INTO JC-DSNAME
            END-STRING
            MOVE WS-RUN-DATE TO JC-FROM-DATE, JC-TO-DATE
            MOVE WS-JRNL-CNT TO JC-REC-CNT
            MOVE WS-JRNL-ISRT-CNT TO JC-ISRT-CNT
            MOVE WS-JRNL-REPL-CNT TO JC-REPL-CNT
            MOVE WS-JRNL-DLET-CNT TO JC-DLET-CNT
            MOVE WS-JRNL-FIRST-ORDR TO JC-FIRST-ORDR
            MOVE WS-JRNL-LAST-ORDR TO JC-LAST-ORDR
            MOVE WS-RUN-DATE TO JC-CREATE-DATE
            MOVE 'A' TO JC-STATUS
            MOVE WS-RUN-DATE TO JC-STATUS-DATE
            WRITE JCAT-REC
            CLOSE JCAT-FILE
            DISPLAY 'JOURNAL CATALOGED AS ' JC-DSNAME.
        P994-JRNL-CATALOG-EXIT.
            EXIT.
        P994A-READ-JCAT.
            READ JCAT-FILE AT END MOVE 'Y' TO JCAT-EOF
            END-READ
      *     THE LAST DAILY ENTRY IS THE NEWEST GENERATION
            IF JCAT-PRESENT AND JC-GEN-TYPE = 'D'
                AND JC-GEN-NO NUMERIC
              MOVE JC-GEN-NO TO WS-JRNL-GEN
            END-IF
            EXIT.
        P900-IMS-ERR.
            DISPLAY 'IMS ERROR DBD: ' DBD-NAME 'DBSTATUS: ' DBSTATUS
