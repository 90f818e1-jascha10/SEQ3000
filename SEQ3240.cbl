       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3240.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT NEWEMP  ASSIGN TO NEWEMP
                           FILE STATUS IS NEWEMP-FILE-STATUS.
           SELECT LOTBAL  ASSIGN TO LOTBALO
                           FILE STATUS IS LOTBAL-FILE-STATUS.
           SELECT EXPRPT  ASSIGN TO EXPRPT
                           FILE STATUS IS EXPRPT-FILE-STATUS.
           SELECT RUNCTL  ASSIGN TO RUNCTL
                           FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT SORT-FILE  ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.

       FD  NEWEMP.

       01  NEW-MASTER-RECORD.

           05  NM-INVENTORY-KEY.
               10  NM-ITEM-NO          PIC X(5).
               10  NM-LOCATION         PIC X(2).
           05  NM-DESCRIPTIVE-DATA.
               10  NM-ITEM-DESC        PIC X(40).
               10  NM-UNIT-COST        PIC S9(3)V99.
               10  NM-UNIT-PRICE       PIC S9(3)V99.
           05  NM-INVENTORY-DATA.
               10  NM-REORDER-POINT    PIC S9(5).
               10  NM-ON-HAND          PIC S9(5).
               10  NM-ON-ORDER         PIC S9(5).
           05  NM-ACTIVITY-DATES.
               10  NM-DATE-LAST-RECEIPT    PIC 9(8).
               10  NM-DATE-LAST-ISSUE      PIC 9(8).
           05  NM-LOT-CONTROL-FLAG     PIC X.
               88  NM-LOT-CONTROLLED           VALUE "Y".

       FD  LOTBAL.

       01  LOT-BALANCE-RECORD.
           05  LB-LOT-KEY.
               10  LB-LOT-ITEM-KEY.
                   15  LB-ITEM-NO      PIC X(5).
                   15  LB-LOCATION     PIC X(2).
               10  LB-LOT-NUMBER       PIC X(10).
           05  LB-ON-HAND              PIC S9(5).
           05  LB-EXPIRY-DATE          PIC 9(8).
           05  LB-RECEIPT-DATE         PIC 9(8).

       FD  EXPRPT.

       01  PRINT-AREA                  PIC X(132).

       FD  RUNCTL.

       01  RUN-CONTROL-RECORD.
           05  RN-RUN-DATE             PIC 9(8).
           05  RN-PROOF-FLAG           PIC X.
           05  RN-RECORDS-READ         PIC 9(7).
           05  RN-RECORDS-WRITTEN      PIC 9(7).
           05  FILLER                  PIC X(133).

       FD  RUNHIST.

       01  RUN-HISTORY-RECORD.
           05  RH-PROGRAM-ID           PIC X(8).
           05  RH-RUN-DATE             PIC 9(8).
           05  RH-START-TIME           PIC 9(8).
           05  RH-END-TIME             PIC 9(8).
           05  RH-RETURN-CODE          PIC 9(4).
           05  RH-PROOF-FLAG           PIC X.
           05  RH-RESTART-FLAG         PIC X.
           05  RH-NEWEMP-READ-FLAG     PIC X.
           05  RH-NEWEMP-RUN-DATE      PIC 9(8).
           05  RH-COUNT-ENTRY          OCCURS 4 TIMES.
               10  RH-COUNT-LABEL      PIC X(10).
               10  RH-COUNT            PIC 9(9).
           05  FILLER                  PIC X(27).

       SD  SORT-FILE.

       01  SORT-RECORD.
           05  SR-EXPIRY-DATE          PIC 9(8).
           05  SR-LOCATION             PIC X(2).
           05  SR-ITEM-NO              PIC X(5).
           05  SR-LOT-NUMBER           PIC X(10).
           05  SR-ITEM-DESC            PIC X(40).
           05  SR-DAYS-TO-EXPIRY       PIC S9(5).
           05  SR-ON-HAND              PIC S9(5).
           05  SR-UNIT-COST            PIC S9(3)V99.
           05  SR-COST-VALUE           PIC S9(7)V99.

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  ALL-SORTED-PROCESSED-SWITCH     PIC X   VALUE "N".
               88  ALL-SORTED-PROCESSED                VALUE "Y".
           05  RUNCTL-MISSING-SWITCH           PIC X   VALUE "N".
               88  RUNCTL-MISSING                      VALUE "Y".
           05  MASTER-FOUND-SWITCH             PIC X   VALUE "N".
               88  MASTER-FOUND                        VALUE "Y".
           05  PRINTING-EXCEPTIONS-SWITCH      PIC X   VALUE "N".
               88  PRINTING-EXCEPTIONS                 VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  NEWEMP-FILE-STATUS     PIC XX.
               88  NEWEMP-SUCCESSFUL          VALUE "00".
           05  LOTBAL-FILE-STATUS     PIC XX.
               88  LOTBAL-SUCCESSFUL          VALUE "00".
           05  EXPRPT-FILE-STATUS     PIC XX.
               88  EXPRPT-SUCCESSFUL          VALUE "00".
           05  RUNCTL-FILE-STATUS     PIC XX.
               88  RUNCTL-SUCCESSFUL          VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  EXPIRY-CONTROLS.
           05  EXPIRY-DAYS-PARM        PIC X(3)        VALUE SPACES.
           05  EXPIRY-DAYS-NUM         REDEFINES EXPIRY-DAYS-PARM
                                       PIC 9(3).
           05  EXPIRY-DAYS-LIMIT       PIC S9(3)       VALUE +30.
           05  DAYS-TO-EXPIRY          PIC S9(5)       VALUE ZERO.

       01  LOT-GROUP-FIELDS.
           05  GROUP-LOT-ITEM-KEY.
               10  GROUP-ITEM-NO       PIC X(5).
               10  GROUP-LOCATION      PIC X(2).
           05  GROUP-ITEM-DESC         PIC X(40)       VALUE SPACES.
           05  GROUP-UNIT-COST         PIC S9(3)V99    VALUE ZERO.
           05  GROUP-ON-HAND           PIC S9(5)       VALUE ZERO.
           05  GROUP-LOT-QTY           PIC S9(7)       VALUE ZERO.
           05  GROUP-LOT-COUNT         PIC S9(5)       VALUE ZERO.
           05  EXCEPTION-REASON        PIC X(18)       VALUE SPACES.

       01  PRINT-CONTROL-FIELDS.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-PER-PAGE          PIC S9(3)       VALUE +55.
           05  PAGE-NUMBER             PIC S9(5)       VALUE ZERO.
           05  RUN-DATE                PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS          REDEFINES RUN-DATE.
               10  RUN-DATE-CCYY       PIC 9(4).
               10  RUN-DATE-MM         PIC 9(2).
               10  RUN-DATE-DD         PIC 9(2).

       01  DATE-CONVERSION-FIELDS.
           05  CNV-DATE                PIC 9(8)        VALUE ZERO.
           05  CNV-DATE-PARTS          REDEFINES CNV-DATE.
               10  CNV-CCYY            PIC 9(4).
               10  CNV-MM              PIC 9(2).
               10  CNV-DD              PIC 9(2).
           05  CNV-DAY-NUMBER          PIC S9(9)       VALUE ZERO.
           05  CNV-PRIOR-YEAR          PIC S9(5)       VALUE ZERO.
           05  CNV-QUOTIENT            PIC S9(5)       VALUE ZERO.
           05  CNV-REMAINDER           PIC S9(5)       VALUE ZERO.
           05  CNV-LEAP-DAY            PIC S9          VALUE ZERO.
           05  RUN-DAY-NUMBER          PIC S9(9)       VALUE ZERO.

       01  MONTH-OFFSET-TABLE.
           05  FILLER                  PIC X(18)   VALUE
                   "000031059090120151".
           05  FILLER                  PIC X(18)   VALUE
                   "181212243273304334".

       01  MONTH-OFFSET-ENTRIES        REDEFINES MONTH-OFFSET-TABLE.
           05  MONTH-OFFSET            OCCURS 12 TIMES
                                       PIC 9(3).

       01  EXCEPTION-TABLE-FIELDS.
           05  EXCEPTION-COUNT         PIC S9(4)   COMP    VALUE ZERO.
           05  EXCEPTION-MAX           PIC S9(4)   COMP    VALUE +500.
           05  EXCEPTION-SUB           PIC S9(4)   COMP    VALUE ZERO.
           05  EXCEPTION-ENTRY         OCCURS 500 TIMES.
               10  XE-LOCATION         PIC X(2).
               10  XE-ITEM-NO          PIC X(5).
               10  XE-ITEM-DESC        PIC X(40).
               10  XE-LOT-CONTROL-FLAG PIC X.
               10  XE-ON-HAND          PIC S9(5).
               10  XE-LOT-QTY          PIC S9(7).
               10  XE-LOT-COUNT        PIC S9(5).
               10  XE-REASON           PIC X(18).

       01  REPORT-TOTALS.
           05  RT-MASTERS-READ         PIC 9(7)        VALUE ZERO.
           05  RT-LOTS-READ            PIC 9(7)        VALUE ZERO.
           05  RT-LOT-ITEMS-CHECKED    PIC 9(7)        VALUE ZERO.
           05  RT-LOTS-EXPIRING        PIC 9(7)        VALUE ZERO.
           05  RT-LOTS-EXPIRED         PIC 9(7)        VALUE ZERO.
           05  RT-EXPIRING-QTY         PIC S9(9)       VALUE ZERO.
           05  RT-EXPIRED-QTY          PIC S9(9)       VALUE ZERO.
           05  RT-EXPIRING-VALUE       PIC S9(11)V99   VALUE ZERO.
           05  RT-EXPIRED-VALUE        PIC S9(11)V99   VALUE ZERO.
           05  RT-ITEMS-OUT-OF-BALANCE PIC 9(7)        VALUE ZERO.
           05  RT-ITEMS-NOT-CONTROLLED PIC 9(7)        VALUE ZERO.
           05  RT-ITEMS-NO-MASTER      PIC 9(7)        VALUE ZERO.
           05  RT-EXCEPTIONS-NOT-LISTED
                                       PIC 9(7)        VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(7)    VALUE "SEQ3240".
           05  FILLER                  PIC X(13)   VALUE SPACES.
           05  FILLER                  PIC X(35)   VALUE
                   "EXPIRING LOT STOCK REPORT".
           05  FILLER                  PIC X(5)    VALUE "DATE ".
           05  HDG1-MM                 PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  HDG1-DD                 PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  HDG1-CCYY               PIC 9(4).
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE "PAGE ".
           05  HDG1-PAGE               PIC ZZZZ9.
           05  FILLER                  PIC X(47)   VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(21)   VALUE
                   "LOTS EXPIRING WITHIN ".
           05  HDG2-DAYS               PIC ZZ9.
           05  FILLER                  PIC X(25)   VALUE
                   " DAYS OF THE RUN DATE".
           05  FILLER                  PIC X(83)   VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(14)   VALUE "EXPIRES".
           05  FILLER                  PIC X(7)    VALUE "DAYS".
           05  FILLER                  PIC X(4)    VALUE "LOC".
           05  FILLER                  PIC X(7)    VALUE "ITEM".
           05  FILLER                  PIC X(27)   VALUE "DESCRIPTION".
           05  FILLER                  PIC X(12)   VALUE "LOT".
           05  FILLER                  PIC X(8)    VALUE "LOT QTY".
           05  FILLER                  PIC X(16)   VALUE "UNIT COST".
           05  FILLER                  PIC X(13)   VALUE "COST VALUE".
           05  FILLER                  PIC X(24)   VALUE "STATUS".

       01  DETAIL-LINE.
           05  DTL-EXPIRY-MM           PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  DTL-EXPIRY-DD           PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  DTL-EXPIRY-CCYY         PIC 9(4).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DTL-DAYS-TO-EXPIRY      PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DTL-LOCATION            PIC X(2).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DTL-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DTL-ITEM-DESC           PIC X(25).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DTL-LOT-NUMBER          PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DTL-ON-HAND             PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DTL-UNIT-COST           PIC ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DTL-COST-VALUE          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DTL-STATUS              PIC X(10).
           05  FILLER                  PIC X(14)   VALUE SPACES.

       01  NO-LOTS-LINE.
           05  FILLER                  PIC X(40)   VALUE
                   "NO LOTS EXPIRING WITHIN THE PERIOD".
           05  FILLER                  PIC X(92)   VALUE SPACES.

       01  EXPIRY-TOTAL-LINE.
           05  ETL-LABEL               PIC X(30).
           05  ETL-LOT-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(6)    VALUE " LOTS ".
           05  FILLER                  PIC X(23)   VALUE SPACES.
           05  ETL-QTY                 PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(11)   VALUE SPACES.
           05  ETL-VALUE               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(26)   VALUE SPACES.

       01  EXCEPTION-TITLE-LINE.
           05  FILLER                  PIC X(26)   VALUE
                   "LOT BALANCE EXCEPTIONS - ".
           05  FILLER                  PIC X(45)   VALUE
                   "LOT QUANTITIES NOT IN AGREEMENT WITH ON HAND".
           05  FILLER                  PIC X(61)   VALUE SPACES.

       01  EXCEPTION-HEADING-LINE.
           05  FILLER                  PIC X(6)    VALUE "LOC".
           05  FILLER                  PIC X(8)    VALUE "ITEM".
           05  FILLER                  PIC X(32)   VALUE "DESCRIPTION".
           05  FILLER                  PIC X(6)    VALUE "LOT".
           05  FILLER                  PIC X(12)   VALUE "ON HAND".
           05  FILLER                  PIC X(14)   VALUE "LOT TOTAL".
           05  FILLER                  PIC X(14)   VALUE "DIFFERENCE".
           05  FILLER                  PIC X(8)    VALUE "LOTS".
           05  FILLER                  PIC X(32)   VALUE "REASON".

       01  EXCEPTION-LINE.
           05  XL-LOCATION             PIC X(2).
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  XL-ITEM-NO              PIC X(5).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  XL-ITEM-DESC            PIC X(30).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  XL-LOT-CONTROL-FLAG     PIC X.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  XL-ON-HAND              PIC ZZZ,ZZ9-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  XL-LOT-QTY              PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  XL-DIFFERENCE           PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  XL-LOT-COUNT            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  XL-REASON               PIC X(18).
           05  FILLER                  PIC X(18)   VALUE SPACES.

       01  NO-EXCEPTIONS-LINE.
           05  FILLER                  PIC X(40)   VALUE
                   "ALL LOT BALANCES AGREE WITH ON HAND".
           05  FILLER                  PIC X(92)   VALUE SPACES.

       01  GRAND-TOTAL-LINE.
           05  GTL-LABEL               PIC X(33).
           05  GTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(90)   VALUE SPACES.

       PROCEDURE DIVISION.

       000-PRODUCE-EXPIRING-LOT-REPORT.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           PERFORM 100-DETERMINE-EXPIRY-DAYS.
           MOVE RUN-DATE TO CNV-DATE.
           PERFORM 600-CONVERT-DATE-TO-DAYS.
           MOVE CNV-DAY-NUMBER TO RUN-DAY-NUMBER.
           OPEN OUTPUT EXPRPT.
           SORT SORT-FILE
               ON ASCENDING KEY SR-EXPIRY-DATE
                                SR-LOCATION
                                SR-ITEM-NO
                                SR-LOT-NUMBER
               INPUT PROCEDURE 200-MATCH-LOTS-TO-MASTERS
               OUTPUT PROCEDURE 400-PRINT-EXPIRING-LOTS.
           PERFORM 500-PRINT-EXCEPTION-SECTION.
           PERFORM 900-PRINT-GRAND-TOTALS.
           CLOSE EXPRPT.
           DISPLAY "SEQ3240 EXPIRING LOT CONTROL TOTALS".
           DISPLAY "  MASTER RECORDS READ. . . . . . "
                   RT-MASTERS-READ.
           DISPLAY "  LOT BALANCE RECORDS READ . . . "
                   RT-LOTS-READ.
           DISPLAY "  LOTS EXPIRING IN PERIOD. . . . "
                   RT-LOTS-EXPIRING.
           DISPLAY "  LOTS ALREADY EXPIRED . . . . . "
                   RT-LOTS-EXPIRED.
           DISPLAY "  ITEMS OUT OF BALANCE . . . . . "
                   RT-ITEMS-OUT-OF-BALANCE.
           DISPLAY "  LOTS ON ITEMS NOT CONTROLLED . "
                   RT-ITEMS-NOT-CONTROLLED.
           DISPLAY "  LOTS WITH NO MASTER RECORD . . "
                   RT-ITEMS-NO-MASTER.
           IF RT-ITEMS-OUT-OF-BALANCE > ZERO
                   OR RT-ITEMS-NOT-CONTROLLED > ZERO
                   OR RT-ITEMS-NO-MASTER > ZERO
               MOVE 8 TO RETURN-CODE.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-DETERMINE-EXPIRY-DAYS.

           ACCEPT EXPIRY-DAYS-PARM FROM SYSIN.
           IF EXPIRY-DAYS-PARM NUMERIC
               MOVE EXPIRY-DAYS-NUM TO EXPIRY-DAYS-LIMIT.
           IF EXPIRY-DAYS-PARM NOT NUMERIC
               IF EXPIRY-DAYS-PARM NOT = SPACES
                   DISPLAY "INVALID EXPIRY DAYS PARAMETER "
                       EXPIRY-DAYS-PARM
                   MOVE 16 TO RETURN-CODE
                   PERFORM 950-WRITE-RUN-HISTORY
                   STOP RUN.

       200-MATCH-LOTS-TO-MASTERS.

           OPEN INPUT NEWEMP
                      LOTBAL.
           PERFORM 310-READ-NEW-MASTER.
           PERFORM 320-READ-LOT-BALANCE.
           PERFORM 300-MATCH-MASTER-AND-LOTS
               UNTIL NM-INVENTORY-KEY = HIGH-VALUES
                   AND LB-LOT-ITEM-KEY = HIGH-VALUES.
           CLOSE NEWEMP
                 LOTBAL.

       300-MATCH-MASTER-AND-LOTS.

           IF LB-LOT-ITEM-KEY < NM-INVENTORY-KEY
               PERFORM 340-PROCESS-UNMATCHED-LOTS
           ELSE
               PERFORM 330-PROCESS-MASTER-LOTS.

       310-READ-NEW-MASTER.

           READ NEWEMP
               AT END
                   MOVE HIGH-VALUES TO NM-INVENTORY-KEY
               NOT AT END
                   ADD 1 TO RT-MASTERS-READ.

       320-READ-LOT-BALANCE.

           READ LOTBAL
               AT END
                   MOVE HIGH-VALUES TO LB-LOT-KEY
               NOT AT END
                   ADD 1 TO RT-LOTS-READ.

       330-PROCESS-MASTER-LOTS.

           MOVE NM-INVENTORY-KEY TO GROUP-LOT-ITEM-KEY.
           MOVE NM-ITEM-DESC TO GROUP-ITEM-DESC.
           MOVE NM-UNIT-COST TO GROUP-UNIT-COST.
           MOVE NM-ON-HAND TO GROUP-ON-HAND.
           MOVE ZERO TO GROUP-LOT-QTY
                        GROUP-LOT-COUNT.
           SET MASTER-FOUND TO TRUE.
           PERFORM 350-ACCUMULATE-LOT
               UNTIL LB-LOT-ITEM-KEY NOT = GROUP-LOT-ITEM-KEY.
           IF NM-LOT-CONTROLLED
               ADD 1 TO RT-LOT-ITEMS-CHECKED
               IF GROUP-LOT-QTY NOT = GROUP-ON-HAND
                   MOVE "LOTS NOT = ON HAND" TO EXCEPTION-REASON
                   ADD 1 TO RT-ITEMS-OUT-OF-BALANCE
                   PERFORM 370-STORE-BALANCE-EXCEPTION.
           IF NOT NM-LOT-CONTROLLED
               IF GROUP-LOT-COUNT > ZERO
                   MOVE "NOT LOT CONTROLLED" TO EXCEPTION-REASON
                   ADD 1 TO RT-ITEMS-NOT-CONTROLLED
                   PERFORM 370-STORE-BALANCE-EXCEPTION.
           PERFORM 310-READ-NEW-MASTER.

       340-PROCESS-UNMATCHED-LOTS.

           MOVE LB-LOT-ITEM-KEY TO GROUP-LOT-ITEM-KEY.
           MOVE SPACES TO GROUP-ITEM-DESC.
           MOVE ZERO TO GROUP-UNIT-COST
                        GROUP-ON-HAND
                        GROUP-LOT-QTY
                        GROUP-LOT-COUNT.
           MOVE "N" TO MASTER-FOUND-SWITCH.
           PERFORM 350-ACCUMULATE-LOT
               UNTIL LB-LOT-ITEM-KEY NOT = GROUP-LOT-ITEM-KEY.
           MOVE "NO MASTER RECORD" TO EXCEPTION-REASON.
           ADD 1 TO RT-ITEMS-NO-MASTER.
           PERFORM 370-STORE-BALANCE-EXCEPTION.

       350-ACCUMULATE-LOT.

           ADD LB-ON-HAND TO GROUP-LOT-QTY.
           ADD 1 TO GROUP-LOT-COUNT.
           IF LB-ON-HAND > ZERO
               IF LB-EXPIRY-DATE NUMERIC
                   IF LB-EXPIRY-DATE NOT = ZERO
                       PERFORM 360-CHECK-LOT-EXPIRY.
           PERFORM 320-READ-LOT-BALANCE.

       360-CHECK-LOT-EXPIRY.

           MOVE LB-EXPIRY-DATE TO CNV-DATE.
           PERFORM 600-CONVERT-DATE-TO-DAYS.
           COMPUTE DAYS-TO-EXPIRY =
                   CNV-DAY-NUMBER - RUN-DAY-NUMBER.
           IF DAYS-TO-EXPIRY <= EXPIRY-DAYS-LIMIT
               MOVE LB-EXPIRY-DATE TO SR-EXPIRY-DATE
               MOVE LB-LOCATION TO SR-LOCATION
               MOVE LB-ITEM-NO TO SR-ITEM-NO
               MOVE LB-LOT-NUMBER TO SR-LOT-NUMBER
               MOVE GROUP-ITEM-DESC TO SR-ITEM-DESC
               MOVE DAYS-TO-EXPIRY TO SR-DAYS-TO-EXPIRY
               MOVE LB-ON-HAND TO SR-ON-HAND
               MOVE GROUP-UNIT-COST TO SR-UNIT-COST
               COMPUTE SR-COST-VALUE =
                       LB-ON-HAND * GROUP-UNIT-COST
               RELEASE SORT-RECORD.

       370-STORE-BALANCE-EXCEPTION.

           IF EXCEPTION-COUNT >= EXCEPTION-MAX
               DISPLAY "LOT BALANCE EXCEPTION TABLE FULL - NOT LISTED "
                   "ITEM " GROUP-ITEM-NO " LOCATION " GROUP-LOCATION
               ADD 1 TO RT-EXCEPTIONS-NOT-LISTED
           ELSE
               ADD 1 TO EXCEPTION-COUNT
               MOVE GROUP-LOCATION TO XE-LOCATION (EXCEPTION-COUNT)
               MOVE GROUP-ITEM-NO TO XE-ITEM-NO (EXCEPTION-COUNT)
               MOVE GROUP-ITEM-DESC
                   TO XE-ITEM-DESC (EXCEPTION-COUNT)
               MOVE GROUP-ON-HAND TO XE-ON-HAND (EXCEPTION-COUNT)
               MOVE GROUP-LOT-QTY TO XE-LOT-QTY (EXCEPTION-COUNT)
               MOVE GROUP-LOT-COUNT
                   TO XE-LOT-COUNT (EXCEPTION-COUNT)
               MOVE EXCEPTION-REASON TO XE-REASON (EXCEPTION-COUNT)
               IF MASTER-FOUND
                   MOVE NM-LOT-CONTROL-FLAG
                       TO XE-LOT-CONTROL-FLAG (EXCEPTION-COUNT)
               ELSE
                   MOVE SPACE
                       TO XE-LOT-CONTROL-FLAG (EXCEPTION-COUNT).

       400-PRINT-EXPIRING-LOTS.

           PERFORM 800-PRINT-HEADING-LINES.
           PERFORM 410-PROCESS-SORTED-RECORD
               UNTIL ALL-SORTED-PROCESSED.
           IF RT-LOTS-EXPIRING = ZERO
               WRITE PRINT-AREA FROM NO-LOTS-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-COUNT.
           PERFORM 490-PRINT-EXPIRY-TOTALS.

       410-PROCESS-SORTED-RECORD.

           RETURN SORT-FILE
               AT END
                   SET ALL-SORTED-PROCESSED TO TRUE
               NOT AT END
                   PERFORM 420-PRINT-LOT-LINE.

       420-PRINT-LOT-LINE.

           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES.
           MOVE SR-EXPIRY-DATE (5:2) TO DTL-EXPIRY-MM.
           MOVE SR-EXPIRY-DATE (7:2) TO DTL-EXPIRY-DD.
           MOVE SR-EXPIRY-DATE (1:4) TO DTL-EXPIRY-CCYY.
           MOVE SR-DAYS-TO-EXPIRY TO DTL-DAYS-TO-EXPIRY.
           MOVE SR-LOCATION TO DTL-LOCATION.
           MOVE SR-ITEM-NO TO DTL-ITEM-NO.
           MOVE SR-ITEM-DESC TO DTL-ITEM-DESC.
           MOVE SR-LOT-NUMBER TO DTL-LOT-NUMBER.
           MOVE SR-ON-HAND TO DTL-ON-HAND.
           MOVE SR-UNIT-COST TO DTL-UNIT-COST.
           MOVE SR-COST-VALUE TO DTL-COST-VALUE.
           ADD 1 TO RT-LOTS-EXPIRING.
           ADD SR-ON-HAND TO RT-EXPIRING-QTY.
           ADD SR-COST-VALUE TO RT-EXPIRING-VALUE.
           IF SR-DAYS-TO-EXPIRY < ZERO
               MOVE "** EXPIRED" TO DTL-STATUS
               ADD 1 TO RT-LOTS-EXPIRED
               ADD SR-ON-HAND TO RT-EXPIRED-QTY
               ADD SR-COST-VALUE TO RT-EXPIRED-VALUE
           ELSE
               MOVE SPACES TO DTL-STATUS.
           WRITE PRINT-AREA FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.

       490-PRINT-EXPIRY-TOTALS.

           IF LINE-COUNT + 4 > LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES.
           MOVE "TOTAL EXPIRING IN PERIOD" TO ETL-LABEL.
           MOVE RT-LOTS-EXPIRING TO ETL-LOT-COUNT.
           MOVE RT-EXPIRING-QTY TO ETL-QTY.
           MOVE RT-EXPIRING-VALUE TO ETL-VALUE.
           WRITE PRINT-AREA FROM EXPIRY-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "  INCLUDING ALREADY EXPIRED" TO ETL-LABEL.
           MOVE RT-LOTS-EXPIRED TO ETL-LOT-COUNT.
           MOVE RT-EXPIRED-QTY TO ETL-QTY.
           MOVE RT-EXPIRED-VALUE TO ETL-VALUE.
           WRITE PRINT-AREA FROM EXPIRY-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 4 TO LINE-COUNT.

       500-PRINT-EXCEPTION-SECTION.

           SET PRINTING-EXCEPTIONS TO TRUE.
           PERFORM 800-PRINT-HEADING-LINES.
           IF EXCEPTION-COUNT = ZERO
               WRITE PRINT-AREA FROM NO-EXCEPTIONS-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-COUNT.
           PERFORM 510-PRINT-EXCEPTION-LINE
               VARYING EXCEPTION-SUB FROM 1 BY 1
               UNTIL EXCEPTION-SUB > EXCEPTION-COUNT.

       510-PRINT-EXCEPTION-LINE.

           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES.
           MOVE XE-LOCATION (EXCEPTION-SUB) TO XL-LOCATION.
           MOVE XE-ITEM-NO (EXCEPTION-SUB) TO XL-ITEM-NO.
           MOVE XE-ITEM-DESC (EXCEPTION-SUB) TO XL-ITEM-DESC.
           MOVE XE-LOT-CONTROL-FLAG (EXCEPTION-SUB)
               TO XL-LOT-CONTROL-FLAG.
           MOVE XE-ON-HAND (EXCEPTION-SUB) TO XL-ON-HAND.
           MOVE XE-LOT-QTY (EXCEPTION-SUB) TO XL-LOT-QTY.
           COMPUTE XL-DIFFERENCE =
                   XE-LOT-QTY (EXCEPTION-SUB)
                   - XE-ON-HAND (EXCEPTION-SUB).
           MOVE XE-LOT-COUNT (EXCEPTION-SUB) TO XL-LOT-COUNT.
           MOVE XE-REASON (EXCEPTION-SUB) TO XL-REASON.
           WRITE PRINT-AREA FROM EXCEPTION-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.

       600-CONVERT-DATE-TO-DAYS.

           COMPUTE CNV-PRIOR-YEAR = CNV-CCYY - 1.
           COMPUTE CNV-DAY-NUMBER = CNV-PRIOR-YEAR * 365.
           DIVIDE CNV-PRIOR-YEAR BY 4
               GIVING CNV-QUOTIENT.
           ADD CNV-QUOTIENT TO CNV-DAY-NUMBER.
           DIVIDE CNV-PRIOR-YEAR BY 100
               GIVING CNV-QUOTIENT.
           SUBTRACT CNV-QUOTIENT FROM CNV-DAY-NUMBER.
           DIVIDE CNV-PRIOR-YEAR BY 400
               GIVING CNV-QUOTIENT.
           ADD CNV-QUOTIENT TO CNV-DAY-NUMBER.
           IF CNV-MM >= 1 AND CNV-MM <= 12
               ADD MONTH-OFFSET (CNV-MM) TO CNV-DAY-NUMBER.
           ADD CNV-DD TO CNV-DAY-NUMBER.
           IF CNV-MM > 2
               PERFORM 610-ADD-CURRENT-LEAP-DAY.

       610-ADD-CURRENT-LEAP-DAY.

           MOVE ZERO TO CNV-LEAP-DAY.
           DIVIDE CNV-CCYY BY 4
               GIVING CNV-QUOTIENT
               REMAINDER CNV-REMAINDER.
           IF CNV-REMAINDER = ZERO
               MOVE 1 TO CNV-LEAP-DAY.
           DIVIDE CNV-CCYY BY 100
               GIVING CNV-QUOTIENT
               REMAINDER CNV-REMAINDER.
           IF CNV-REMAINDER = ZERO
               MOVE ZERO TO CNV-LEAP-DAY.
           DIVIDE CNV-CCYY BY 400
               GIVING CNV-QUOTIENT
               REMAINDER CNV-REMAINDER.
           IF CNV-REMAINDER = ZERO
               MOVE 1 TO CNV-LEAP-DAY.
           ADD CNV-LEAP-DAY TO CNV-DAY-NUMBER.

       800-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-NUMBER.
           MOVE RUN-DATE-MM TO HDG1-MM.
           MOVE RUN-DATE-DD TO HDG1-DD.
           MOVE RUN-DATE-CCYY TO HDG1-CCYY.
           MOVE PAGE-NUMBER TO HDG1-PAGE.
           MOVE EXPIRY-DAYS-LIMIT TO HDG2-DAYS.
           WRITE PRINT-AREA FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-AREA FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           MOVE ZERO TO LINE-COUNT.
           IF PRINTING-EXCEPTIONS
               PERFORM 810-PRINT-EXCEPTION-HEADINGS
           ELSE
               PERFORM 820-PRINT-LOT-HEADINGS.

       810-PRINT-EXCEPTION-HEADINGS.

           WRITE PRINT-AREA FROM EXCEPTION-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-AREA FROM EXCEPTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           ADD 5 TO LINE-COUNT.

       820-PRINT-LOT-HEADINGS.

           WRITE PRINT-AREA FROM COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           ADD 3 TO LINE-COUNT.

       900-PRINT-GRAND-TOTALS.

           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "MASTER RECORDS READ" TO GTL-LABEL.
           MOVE RT-MASTERS-READ TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "LOT BALANCE RECORDS READ" TO GTL-LABEL.
           MOVE RT-LOTS-READ TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "LOT-CONTROLLED ITEMS CHECKED" TO GTL-LABEL.
           MOVE RT-LOT-ITEMS-CHECKED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "LOTS EXPIRING IN PERIOD" TO GTL-LABEL.
           MOVE RT-LOTS-EXPIRING TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "LOTS ALREADY EXPIRED" TO GTL-LABEL.
           MOVE RT-LOTS-EXPIRED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "ITEMS OUT OF BALANCE" TO GTL-LABEL.
           MOVE RT-ITEMS-OUT-OF-BALANCE TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "LOTS ON ITEMS NOT LOT CONTROLLED" TO GTL-LABEL.
           MOVE RT-ITEMS-NOT-CONTROLLED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "LOTS WITH NO MASTER RECORD" TO GTL-LABEL.
           MOVE RT-ITEMS-NO-MASTER TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "EXCEPTIONS NOT LISTED" TO GTL-LABEL.
           MOVE RT-EXCEPTIONS-NOT-LISTED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.

       910-WRITE-GRAND-TOTAL-LINE.

           WRITE PRINT-AREA FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-HISTORY.

           PERFORM 960-READ-RUN-CONTROL.
           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3240" TO RH-PROGRAM-ID.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE START-TIME TO RH-START-TIME.
           ACCEPT RH-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           MOVE "N" TO RH-PROOF-FLAG
                       RH-RESTART-FLAG.
           MOVE "Y" TO RH-NEWEMP-READ-FLAG.
           MOVE ZERO TO RH-NEWEMP-RUN-DATE.
           IF NOT RUNCTL-MISSING
               MOVE RN-RUN-DATE TO RH-NEWEMP-RUN-DATE
               MOVE RN-PROOF-FLAG TO RH-PROOF-FLAG.
           MOVE "NEWEMP IN" TO RH-COUNT-LABEL (1).
           MOVE RT-MASTERS-READ TO RH-COUNT (1).
           MOVE "LOTS IN" TO RH-COUNT-LABEL (2).
           MOVE RT-LOTS-READ TO RH-COUNT (2).
           MOVE "EXPIRING" TO RH-COUNT-LABEL (3).
           MOVE RT-LOTS-EXPIRING TO RH-COUNT (3).
           MOVE "EXCEPTIONS" TO RH-COUNT-LABEL (4).
           COMPUTE RH-COUNT (4) =
                   RT-ITEMS-OUT-OF-BALANCE + RT-ITEMS-NOT-CONTROLLED
                   + RT-ITEMS-NO-MASTER.
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUNHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNHIST"
               DISPLAY "FILE STATUS CODE IS " RUNHIST-FILE-STATUS.
           CLOSE RUNHIST.

       960-READ-RUN-CONTROL.

           OPEN INPUT RUNCTL.
           READ RUNCTL
               AT END
                   SET RUNCTL-MISSING TO TRUE.
           CLOSE RUNCTL.
