       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3200.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT INTRNI  ASSIGN TO INTRNI
                           FILE STATUS IS INTRNI-FILE-STATUS.
           SELECT AUDIT-FILE  ASSIGN TO AUDTRAN
                           FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT INTRNO  ASSIGN TO INTRNO
                           FILE STATUS IS INTRNO-FILE-STATUS.
           SELECT INTRPT  ASSIGN TO INTRPT
                           FILE STATUS IS INTRPT-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT SORT-FILE  ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.

       FD  INTRNI.

       01  OLD-IN-TRANSIT-RECORD.
           05  II-TRANSIT-KEY.
               10  II-ITEM-NO          PIC X(5).
               10  II-FROM-LOCATION    PIC X(2).
               10  II-TO-LOCATION      PIC X(2).
           05  II-SHIP-DATE            PIC 9(8).
           05  II-SHIPPED-QTY          PIC S9(5).
           05  II-TRANSIT-QTY          PIC S9(5).
           05  II-UNIT-COST            PIC S9(3)V99.
           05  II-UNIT-PRICE           PIC S9(3)V99.
           05  II-ITEM-DESC            PIC X(40).

       FD  AUDIT-FILE.

       01  AUDIT-RECORD.
           05  AR-BEFORE-IMAGE.
               10  AR-BEFORE-ITEM-NO           PIC X(5).
               10  AR-BEFORE-LOCATION          PIC X(2).
               10  AR-BEFORE-ITEM-DESC         PIC X(40).
               10  AR-BEFORE-UNIT-COST         PIC S9(3)V99.
               10  AR-BEFORE-UNIT-PRICE        PIC S9(3)V99.
               10  AR-BEFORE-REORDER-POINT     PIC S9(5).
               10  AR-BEFORE-ON-HAND           PIC S9(5).
               10  AR-BEFORE-ON-ORDER          PIC S9(5).
           05  AR-APPLIED-TRANSACTION.
               10  AR-TRANSACTION-CODE         PIC X.
               10  AR-ITEM-NO                  PIC X(5).
               10  AR-LOCATION                 PIC X(2).
               10  AR-TO-LOCATION              PIC X(2).
               10  AR-ITEM-DESC                PIC X(40).
               10  AR-UNIT-COST                PIC S9(3)V99.
               10  AR-UNIT-PRICE               PIC S9(3)V99.
               10  AR-REORDER-POINT            PIC S9(5).
               10  AR-RECEIPT-QTY              PIC S9(5).
               10  AR-ISSUE-QTY                PIC S9(5).
               10  AR-TRANSACTION-DATE         PIC 9(8).
               10  AR-PO-NUMBER                PIC 9(6).
               10  AR-OPERATOR-ID              PIC X(8).

       FD  INTRNO.

       01  NEW-IN-TRANSIT-RECORD.
           05  IO-TRANSIT-KEY.
               10  IO-ITEM-NO          PIC X(5).
               10  IO-FROM-LOCATION    PIC X(2).
               10  IO-TO-LOCATION      PIC X(2).
           05  IO-SHIP-DATE            PIC 9(8).
           05  IO-SHIPPED-QTY          PIC S9(5).
           05  IO-TRANSIT-QTY          PIC S9(5).
           05  IO-UNIT-COST            PIC S9(3)V99.
           05  IO-UNIT-PRICE           PIC S9(3)V99.
           05  IO-ITEM-DESC            PIC X(40).

       FD  INTRPT.

       01  PRINT-AREA                  PIC X(132).

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
           05  SR-TRANSIT-KEY.
               10  SR-ITEM-NO          PIC X(5).
               10  SR-FROM-LOCATION    PIC X(2).
               10  SR-TO-LOCATION      PIC X(2).
           05  SR-ACTIVITY-CODE        PIC X.
               88  SR-CARRIED-ENTRY            VALUE "0".
               88  SR-SHIPMENT                 VALUE "1".
               88  SR-RECEIPT                  VALUE "2".
           05  SR-SHIP-DATE            PIC 9(8).
           05  SR-SHIPPED-QTY          PIC S9(5).
           05  SR-TRANSIT-QTY          PIC S9(5).
           05  SR-UNIT-COST            PIC S9(3)V99.
           05  SR-UNIT-PRICE           PIC S9(3)V99.
           05  SR-ITEM-DESC            PIC X(40).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  ALL-OLD-TRANSIT-SWITCH          PIC X   VALUE "N".
               88  ALL-OLD-TRANSIT-PROCESSED           VALUE "Y".
           05  ALL-AUDITS-PROCESSED-SWITCH     PIC X   VALUE "N".
               88  ALL-AUDITS-PROCESSED                VALUE "Y".
           05  ALL-SORTED-PROCESSED-SWITCH     PIC X   VALUE "N".
               88  ALL-SORTED-PROCESSED                VALUE "Y".
           05  FIRST-RECORD-SWITCH             PIC X   VALUE "Y".
               88  FIRST-RECORD                        VALUE "Y".
           05  OVERDUE-SWITCH                  PIC X   VALUE "N".
               88  TRANSFER-OVERDUE                    VALUE "Y".
           05  FATAL-ERROR-SWITCH              PIC X   VALUE "N".
               88  FATAL-ERROR                         VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  INTRNI-FILE-STATUS     PIC XX.
               88  INTRNI-SUCCESSFUL          VALUE "00".
           05  AUDIT-FILE-STATUS      PIC XX.
               88  AUDIT-SUCCESSFUL           VALUE "00".
           05  INTRNO-FILE-STATUS     PIC XX.
               88  INTRNO-SUCCESSFUL          VALUE "00".
           05  INTRPT-FILE-STATUS     PIC XX.
               88  INTRPT-SUCCESSFUL          VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  AGING-CONTROLS.
           05  AGING-DAYS-PARM         PIC X(3)        VALUE SPACES.
           05  AGING-DAYS-NUM          REDEFINES AGING-DAYS-PARM
                                       PIC 9(3).
           05  AGING-DAYS-LIMIT        PIC S9(3)       VALUE +5.
           05  DAYS-IN-TRANSIT         PIC S9(5)       VALUE ZERO.

       01  TRANSIT-GROUP-FIELDS.
           05  GROUP-TRANSIT-KEY.
               10  GROUP-ITEM-NO       PIC X(5).
               10  GROUP-FROM-LOCATION PIC X(2).
               10  GROUP-TO-LOCATION   PIC X(2).
           05  RELIEF-QTY              PIC S9(5)       VALUE ZERO.
           05  TRANSIT-VALUE           PIC S9(9)V99    VALUE ZERO.
           05  ENTRY-COUNT             PIC S9(4)   COMP    VALUE ZERO.
           05  ENTRY-MAX               PIC S9(4)   COMP    VALUE +100.
           05  ENTRY-SUB               PIC S9(4)   COMP    VALUE ZERO.
           05  TRANSIT-ENTRY           OCCURS 100 TIMES.
               10  IE-SHIP-DATE        PIC 9(8).
               10  IE-SHIPPED-QTY      PIC S9(5).
               10  IE-TRANSIT-QTY      PIC S9(5).
               10  IE-UNIT-COST        PIC S9(3)V99.
               10  IE-UNIT-PRICE       PIC S9(3)V99.
               10  IE-ITEM-DESC        PIC X(40).

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

       01  REPORT-TOTALS.
           05  RT-OLD-ENTRIES-READ     PIC 9(7)        VALUE ZERO.
           05  RT-SHIPMENTS-ADDED      PIC 9(7)        VALUE ZERO.
           05  RT-RECEIPTS-APPLIED     PIC 9(7)        VALUE ZERO.
           05  RT-UNMATCHED-RECEIPTS   PIC 9(7)        VALUE ZERO.
           05  RT-UNMATCHED-QTY        PIC 9(7)        VALUE ZERO.
           05  RT-ENTRIES-WRITTEN      PIC 9(7)        VALUE ZERO.
           05  RT-ENTRIES-OVERDUE      PIC 9(7)        VALUE ZERO.
           05  RT-QTY-IN-TRANSIT       PIC 9(9)        VALUE ZERO.
           05  RT-TRANSIT-VALUE        PIC S9(11)V99   VALUE ZERO.
           05  RT-OVERDUE-VALUE        PIC S9(11)V99   VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(7)    VALUE "SEQ3200".
           05  FILLER                  PIC X(13)   VALUE SPACES.
           05  FILLER                  PIC X(35)   VALUE
                   "IN-TRANSIT TRANSFER AGING REPORT".
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
           05  FILLER                  PIC X(8)    VALUE "ITEM".
           05  FILLER                  PIC X(22)   VALUE "DESCRIPTION".
           05  FILLER                  PIC X(5)    VALUE "FROM".
           05  FILLER                  PIC X(5)    VALUE "TO".
           05  FILLER                  PIC X(12)   VALUE "SHIP DATE".
           05  FILLER                  PIC X(9)    VALUE "SHIPPED".
           05  FILLER                  PIC X(9)    VALUE "IN TRNST".
           05  FILLER                  PIC X(8)    VALUE "  COST".
           05  FILLER                  PIC X(15)   VALUE
                   "        VALUE".
           05  FILLER                  PIC X(8)    VALUE "  DAYS".
           05  FILLER                  PIC X(20)   VALUE "STATUS".
           05  FILLER                  PIC X(11)   VALUE SPACES.

       01  TRANSIT-DETAIL-LINE.
           05  TDL-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  TDL-ITEM-DESC           PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  TDL-FROM-LOCATION       PIC X(2).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  TDL-TO-LOCATION         PIC X(2).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  TDL-SHIP-MM             PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  TDL-SHIP-DD             PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  TDL-SHIP-CCYY           PIC 9(4).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  TDL-SHIPPED-QTY         PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  TDL-TRANSIT-QTY         PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  TDL-UNIT-COST           PIC ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  TDL-TRANSIT-VALUE       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  TDL-DAYS-IN-TRANSIT     PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  TDL-STATUS              PIC X(20).
           05  FILLER                  PIC X(11)   VALUE SPACES.

       01  GRAND-TOTAL-LINE.
           05  GTL-LABEL               PIC X(33).
           05  GTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(90)   VALUE SPACES.

       01  GRAND-AMOUNT-LINE.
           05  GAL-LABEL               PIC X(33).
           05  GAL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.

       000-MAINTAIN-IN-TRANSIT-LEDGER.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           PERFORM 100-DETERMINE-AGING-LIMIT.
           MOVE RUN-DATE TO CNV-DATE.
           PERFORM 600-CONVERT-DATE-TO-DAYS.
           MOVE CNV-DAY-NUMBER TO RUN-DAY-NUMBER.
           OPEN OUTPUT INTRNO
                       INTRPT.
           SORT SORT-FILE
               ON ASCENDING KEY SR-ITEM-NO
                                SR-FROM-LOCATION
                                SR-TO-LOCATION
                                SR-ACTIVITY-CODE
                                SR-SHIP-DATE
               INPUT PROCEDURE 200-RELEASE-TRANSIT-ACTIVITY
               OUTPUT PROCEDURE 400-APPLY-TRANSIT-ACTIVITY.
           PERFORM 900-PRINT-GRAND-TOTALS.
           CLOSE INTRNO
                 INTRPT.
           DISPLAY "SEQ3200 IN-TRANSIT LEDGER CONTROL TOTALS".
           DISPLAY "  PRIOR ENTRIES READ . . . . . . "
                   RT-OLD-ENTRIES-READ.
           DISPLAY "  SHIPMENTS ADDED. . . . . . . . "
                   RT-SHIPMENTS-ADDED.
           DISPLAY "  RECEIPTS APPLIED . . . . . . . "
                   RT-RECEIPTS-APPLIED.
           DISPLAY "  RECEIPTS NOT IN TRANSIT. . . . "
                   RT-UNMATCHED-RECEIPTS.
           DISPLAY "  ENTRIES WRITTEN. . . . . . . . "
                   RT-ENTRIES-WRITTEN.
           IF FATAL-ERROR
               MOVE 12 TO RETURN-CODE
           ELSE IF RT-UNMATCHED-RECEIPTS > ZERO
               MOVE 8 TO RETURN-CODE.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-DETERMINE-AGING-LIMIT.

           ACCEPT AGING-DAYS-PARM FROM SYSIN.
           IF AGING-DAYS-PARM NUMERIC
               MOVE AGING-DAYS-NUM TO AGING-DAYS-LIMIT.
           IF AGING-DAYS-PARM NOT NUMERIC
               IF AGING-DAYS-PARM NOT = SPACES
                   DISPLAY "INVALID IN-TRANSIT DAYS PARAMETER "
                       AGING-DAYS-PARM
                   MOVE 16 TO RETURN-CODE
                   PERFORM 950-WRITE-RUN-HISTORY
                   STOP RUN.

       200-RELEASE-TRANSIT-ACTIVITY.

           OPEN INPUT INTRNI
                      AUDIT-FILE.
           PERFORM 210-RELEASE-OLD-TRANSIT-ENTRY
               UNTIL ALL-OLD-TRANSIT-PROCESSED.
           PERFORM 220-RELEASE-AUDIT-TRANSFER
               UNTIL ALL-AUDITS-PROCESSED.
           CLOSE INTRNI
                 AUDIT-FILE.

       210-RELEASE-OLD-TRANSIT-ENTRY.

           READ INTRNI
               AT END
                   SET ALL-OLD-TRANSIT-PROCESSED TO TRUE
               NOT AT END
                   ADD 1 TO RT-OLD-ENTRIES-READ
                   MOVE II-TRANSIT-KEY TO SR-TRANSIT-KEY
                   SET SR-CARRIED-ENTRY TO TRUE
                   MOVE II-SHIP-DATE TO SR-SHIP-DATE
                   MOVE II-SHIPPED-QTY TO SR-SHIPPED-QTY
                   MOVE II-TRANSIT-QTY TO SR-TRANSIT-QTY
                   MOVE II-UNIT-COST TO SR-UNIT-COST
                   MOVE II-UNIT-PRICE TO SR-UNIT-PRICE
                   MOVE II-ITEM-DESC TO SR-ITEM-DESC
                   RELEASE SORT-RECORD.

       220-RELEASE-AUDIT-TRANSFER.

           READ AUDIT-FILE
               AT END
                   SET ALL-AUDITS-PROCESSED TO TRUE
               NOT AT END
                   PERFORM 230-BUILD-TRANSFER-ACTIVITY.

       230-BUILD-TRANSFER-ACTIVITY.

           IF AR-TRANSACTION-CODE = "8"
               MOVE AR-ITEM-NO TO SR-ITEM-NO
               MOVE AR-LOCATION TO SR-FROM-LOCATION
               MOVE AR-TO-LOCATION TO SR-TO-LOCATION
               SET SR-SHIPMENT TO TRUE
               MOVE AR-TRANSACTION-DATE TO SR-SHIP-DATE
               MOVE AR-ISSUE-QTY TO SR-SHIPPED-QTY
                                    SR-TRANSIT-QTY
               MOVE AR-BEFORE-UNIT-COST TO SR-UNIT-COST
               MOVE AR-BEFORE-UNIT-PRICE TO SR-UNIT-PRICE
               MOVE AR-BEFORE-ITEM-DESC TO SR-ITEM-DESC
               RELEASE SORT-RECORD
           ELSE IF AR-TRANSACTION-CODE = "9"
               MOVE AR-ITEM-NO TO SR-ITEM-NO
               MOVE AR-TO-LOCATION TO SR-FROM-LOCATION
               MOVE AR-LOCATION TO SR-TO-LOCATION
               SET SR-RECEIPT TO TRUE
               MOVE AR-TRANSACTION-DATE TO SR-SHIP-DATE
               MOVE AR-RECEIPT-QTY TO SR-SHIPPED-QTY
                                      SR-TRANSIT-QTY
               MOVE AR-BEFORE-UNIT-COST TO SR-UNIT-COST
               MOVE AR-BEFORE-UNIT-PRICE TO SR-UNIT-PRICE
               MOVE AR-BEFORE-ITEM-DESC TO SR-ITEM-DESC
               RELEASE SORT-RECORD.

       400-APPLY-TRANSIT-ACTIVITY.

           PERFORM 410-PROCESS-SORTED-RECORD
               UNTIL ALL-SORTED-PROCESSED.
           IF NOT FIRST-RECORD
               PERFORM 450-FLUSH-TRANSIT-GROUP.

       410-PROCESS-SORTED-RECORD.

           RETURN SORT-FILE
               AT END
                   SET ALL-SORTED-PROCESSED TO TRUE
               NOT AT END
                   PERFORM 420-APPLY-SORTED-ACTIVITY.

       420-APPLY-SORTED-ACTIVITY.

           IF FIRST-RECORD
               MOVE "N" TO FIRST-RECORD-SWITCH
               MOVE SR-TRANSIT-KEY TO GROUP-TRANSIT-KEY
           ELSE IF SR-TRANSIT-KEY NOT = GROUP-TRANSIT-KEY
               PERFORM 450-FLUSH-TRANSIT-GROUP
               MOVE SR-TRANSIT-KEY TO GROUP-TRANSIT-KEY.
           IF SR-RECEIPT
               PERFORM 440-RELIEVE-TRANSIT-RECEIPT
           ELSE
               PERFORM 430-STORE-TRANSIT-ENTRY.

       430-STORE-TRANSIT-ENTRY.

           IF ENTRY-COUNT >= ENTRY-MAX
               DISPLAY "IN-TRANSIT TABLE FULL FOR ITEM NUMBER "
                   SR-ITEM-NO " FROM " SR-FROM-LOCATION
                   " TO " SR-TO-LOCATION
               SET FATAL-ERROR TO TRUE
           ELSE
               ADD 1 TO ENTRY-COUNT
               MOVE SR-SHIP-DATE TO IE-SHIP-DATE (ENTRY-COUNT)
               MOVE SR-SHIPPED-QTY TO IE-SHIPPED-QTY (ENTRY-COUNT)
               MOVE SR-TRANSIT-QTY TO IE-TRANSIT-QTY (ENTRY-COUNT)
               MOVE SR-UNIT-COST TO IE-UNIT-COST (ENTRY-COUNT)
               MOVE SR-UNIT-PRICE TO IE-UNIT-PRICE (ENTRY-COUNT)
               MOVE SR-ITEM-DESC TO IE-ITEM-DESC (ENTRY-COUNT)
               IF SR-SHIPMENT
                   ADD 1 TO RT-SHIPMENTS-ADDED.

       440-RELIEVE-TRANSIT-RECEIPT.

           ADD 1 TO RT-RECEIPTS-APPLIED.
           MOVE SR-TRANSIT-QTY TO RELIEF-QTY.
           PERFORM 445-RELIEVE-TRANSIT-ENTRY
               VARYING ENTRY-SUB FROM 1 BY 1
               UNTIL ENTRY-SUB > ENTRY-COUNT
                   OR RELIEF-QTY = ZERO.
           IF RELIEF-QTY > ZERO
               PERFORM 470-PRINT-UNMATCHED-RECEIPT.

       445-RELIEVE-TRANSIT-ENTRY.

           IF ENTRY-SUB <= ENTRY-COUNT
               IF IE-TRANSIT-QTY (ENTRY-SUB) > ZERO
                   IF IE-TRANSIT-QTY (ENTRY-SUB) <= RELIEF-QTY
                       SUBTRACT IE-TRANSIT-QTY (ENTRY-SUB)
                           FROM RELIEF-QTY
                       MOVE ZERO TO IE-TRANSIT-QTY (ENTRY-SUB)
                   ELSE
                       SUBTRACT RELIEF-QTY
                           FROM IE-TRANSIT-QTY (ENTRY-SUB)
                       MOVE ZERO TO RELIEF-QTY.

       450-FLUSH-TRANSIT-GROUP.

           PERFORM 460-WRITE-TRANSIT-ENTRY
               VARYING ENTRY-SUB FROM 1 BY 1
               UNTIL ENTRY-SUB > ENTRY-COUNT.
           MOVE ZERO TO ENTRY-COUNT.

       460-WRITE-TRANSIT-ENTRY.

           IF IE-TRANSIT-QTY (ENTRY-SUB) > ZERO
               PERFORM 462-WRITE-NEW-TRANSIT-RECORD
               PERFORM 465-AGE-TRANSIT-ENTRY
               PERFORM 480-PRINT-TRANSIT-LINE.

       462-WRITE-NEW-TRANSIT-RECORD.

           MOVE GROUP-TRANSIT-KEY TO IO-TRANSIT-KEY.
           MOVE IE-SHIP-DATE (ENTRY-SUB) TO IO-SHIP-DATE.
           MOVE IE-SHIPPED-QTY (ENTRY-SUB) TO IO-SHIPPED-QTY.
           MOVE IE-TRANSIT-QTY (ENTRY-SUB) TO IO-TRANSIT-QTY.
           MOVE IE-UNIT-COST (ENTRY-SUB) TO IO-UNIT-COST.
           MOVE IE-UNIT-PRICE (ENTRY-SUB) TO IO-UNIT-PRICE.
           MOVE IE-ITEM-DESC (ENTRY-SUB) TO IO-ITEM-DESC.
           WRITE NEW-IN-TRANSIT-RECORD.
           IF NOT INTRNO-SUCCESSFUL
               DISPLAY "WRITE ERROR ON INTRNO FOR ITEM NUMBER "
                   IO-ITEM-NO
               DISPLAY "FILE STATUS CODE IS " INTRNO-FILE-STATUS
               SET FATAL-ERROR TO TRUE
               SET ALL-SORTED-PROCESSED TO TRUE
           ELSE
               ADD 1 TO RT-ENTRIES-WRITTEN
               ADD IE-TRANSIT-QTY (ENTRY-SUB) TO RT-QTY-IN-TRANSIT.

       465-AGE-TRANSIT-ENTRY.

           MOVE "N" TO OVERDUE-SWITCH.
           IF IE-SHIP-DATE (ENTRY-SUB) NOT NUMERIC
               OR IE-SHIP-DATE (ENTRY-SUB) = ZERO
               MOVE ZERO TO DAYS-IN-TRANSIT
           ELSE
               MOVE IE-SHIP-DATE (ENTRY-SUB) TO CNV-DATE
               PERFORM 600-CONVERT-DATE-TO-DAYS
               COMPUTE DAYS-IN-TRANSIT =
                       RUN-DAY-NUMBER - CNV-DAY-NUMBER.
           IF DAYS-IN-TRANSIT < ZERO
               MOVE ZERO TO DAYS-IN-TRANSIT.
           IF DAYS-IN-TRANSIT > AGING-DAYS-LIMIT
               SET TRANSFER-OVERDUE TO TRUE.
           COMPUTE TRANSIT-VALUE =
                   IE-TRANSIT-QTY (ENTRY-SUB)
                   * IE-UNIT-COST (ENTRY-SUB).
           ADD TRANSIT-VALUE TO RT-TRANSIT-VALUE.
           IF TRANSFER-OVERDUE
               ADD 1 TO RT-ENTRIES-OVERDUE
               ADD TRANSIT-VALUE TO RT-OVERDUE-VALUE.

       470-PRINT-UNMATCHED-RECEIPT.

           ADD 1 TO RT-UNMATCHED-RECEIPTS.
           ADD RELIEF-QTY TO RT-UNMATCHED-QTY.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES.
           MOVE SR-ITEM-NO TO TDL-ITEM-NO.
           MOVE SR-ITEM-DESC TO TDL-ITEM-DESC.
           MOVE SR-FROM-LOCATION TO TDL-FROM-LOCATION.
           MOVE SR-TO-LOCATION TO TDL-TO-LOCATION.
           MOVE SR-SHIP-DATE (5:2) TO TDL-SHIP-MM.
           MOVE SR-SHIP-DATE (7:2) TO TDL-SHIP-DD.
           MOVE SR-SHIP-DATE (1:4) TO TDL-SHIP-CCYY.
           MOVE SR-SHIPPED-QTY TO TDL-SHIPPED-QTY.
           MOVE RELIEF-QTY TO TDL-TRANSIT-QTY.
           MOVE SR-UNIT-COST TO TDL-UNIT-COST.
           MOVE ZERO TO TDL-TRANSIT-VALUE
                        TDL-DAYS-IN-TRANSIT.
           MOVE "** RECEIPT NOT SHIPPED" TO TDL-STATUS.
           WRITE PRINT-AREA FROM TRANSIT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.

       480-PRINT-TRANSIT-LINE.

           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES.
           MOVE GROUP-ITEM-NO TO TDL-ITEM-NO.
           MOVE IE-ITEM-DESC (ENTRY-SUB) TO TDL-ITEM-DESC.
           MOVE GROUP-FROM-LOCATION TO TDL-FROM-LOCATION.
           MOVE GROUP-TO-LOCATION TO TDL-TO-LOCATION.
           MOVE IE-SHIP-DATE (ENTRY-SUB) (5:2) TO TDL-SHIP-MM.
           MOVE IE-SHIP-DATE (ENTRY-SUB) (7:2) TO TDL-SHIP-DD.
           MOVE IE-SHIP-DATE (ENTRY-SUB) (1:4) TO TDL-SHIP-CCYY.
           MOVE IE-SHIPPED-QTY (ENTRY-SUB) TO TDL-SHIPPED-QTY.
           MOVE IE-TRANSIT-QTY (ENTRY-SUB) TO TDL-TRANSIT-QTY.
           MOVE IE-UNIT-COST (ENTRY-SUB) TO TDL-UNIT-COST.
           MOVE TRANSIT-VALUE TO TDL-TRANSIT-VALUE.
           MOVE DAYS-IN-TRANSIT TO TDL-DAYS-IN-TRANSIT.
           IF TRANSFER-OVERDUE
               MOVE "** OVERDUE" TO TDL-STATUS
           ELSE
               MOVE SPACES TO TDL-STATUS.
           WRITE PRINT-AREA FROM TRANSIT-DETAIL-LINE
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
           WRITE PRINT-AREA FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-AREA FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE ZERO TO LINE-COUNT.

       900-PRINT-GRAND-TOTALS.

           IF PAGE-NUMBER = ZERO
               PERFORM 800-PRINT-HEADING-LINES.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "DAYS ALLOWED IN TRANSIT" TO GTL-LABEL.
           MOVE AGING-DAYS-LIMIT TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "TRANSFERS IN TRANSIT" TO GTL-LABEL.
           MOVE RT-ENTRIES-WRITTEN TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "TRANSFERS OVERDUE" TO GTL-LABEL.
           MOVE RT-ENTRIES-OVERDUE TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "QUANTITY IN TRANSIT" TO GTL-LABEL.
           MOVE RT-QTY-IN-TRANSIT TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "SHIPMENTS ADDED THIS RUN" TO GTL-LABEL.
           MOVE RT-SHIPMENTS-ADDED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "RECEIPTS APPLIED THIS RUN" TO GTL-LABEL.
           MOVE RT-RECEIPTS-APPLIED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "RECEIPTS NOT IN TRANSIT" TO GTL-LABEL.
           MOVE RT-UNMATCHED-RECEIPTS TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "QUANTITY RECEIVED NOT IN TRANSIT" TO GTL-LABEL.
           MOVE RT-UNMATCHED-QTY TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "IN-TRANSIT COST VALUE" TO GAL-LABEL.
           MOVE RT-TRANSIT-VALUE TO GAL-AMOUNT.
           WRITE PRINT-AREA FROM GRAND-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "OVERDUE IN-TRANSIT COST VALUE" TO GAL-LABEL.
           MOVE RT-OVERDUE-VALUE TO GAL-AMOUNT.
           WRITE PRINT-AREA FROM GRAND-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

       910-WRITE-GRAND-TOTAL-LINE.

           WRITE PRINT-AREA FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-HISTORY.

           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3200" TO RH-PROGRAM-ID.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE START-TIME TO RH-START-TIME.
           ACCEPT RH-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           MOVE "N" TO RH-PROOF-FLAG
                       RH-RESTART-FLAG
                       RH-NEWEMP-READ-FLAG.
           MOVE ZERO TO RH-NEWEMP-RUN-DATE.
           MOVE "ENTRIES IN" TO RH-COUNT-LABEL (1).
           MOVE RT-OLD-ENTRIES-READ TO RH-COUNT (1).
           MOVE "WRITTEN" TO RH-COUNT-LABEL (2).
           MOVE RT-ENTRIES-WRITTEN TO RH-COUNT (2).
           MOVE ZERO TO RH-COUNT (3).
           MOVE ZERO TO RH-COUNT (4).
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUNHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNHIST"
               DISPLAY "FILE STATUS CODE IS " RUNHIST-FILE-STATUS.
           CLOSE RUNHIST.
