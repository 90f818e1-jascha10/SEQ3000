       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3190.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT NEWEMP  ASSIGN TO NEWEMP
                           FILE STATUS IS NEWEMP-FILE-STATUS.
           SELECT LOCMST  ASSIGN TO LOCMST
                           FILE STATUS IS LOCMST-FILE-STATUS.
           SELECT INTRNO  ASSIGN TO INTRNO
                           FILE STATUS IS INTRNO-FILE-STATUS.
           SELECT XFRTRAN  ASSIGN TO XFRTRAN
                           FILE STATUS IS XFRTRAN-FILE-STATUS.
           SELECT XFRPLAN  ASSIGN TO XFRPLAN
                           FILE STATUS IS XFRPLAN-FILE-STATUS.
           SELECT XFRRPT  ASSIGN TO XFRRPT
                           FILE STATUS IS XFRRPT-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT RUNCTL  ASSIGN TO RUNCTL
                           FILE STATUS IS RUNCTL-FILE-STATUS.

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

       FD  LOCMST.

       01  LOCATION-MASTER-RECORD.
           05  LM-LOCATION             PIC X(2).
           05  LM-WAREHOUSE-NAME       PIC X(25).
           05  LM-ACTIVE-FLAG          PIC X.

       FD  INTRNO.

       01  IN-TRANSIT-RECORD.
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

       FD  XFRTRAN.

       01  TRANSFER-TRANSACTION.
           05  XT-TRANSACTION-CODE     PIC X.
           05  XT-ITEM-NO              PIC X(5).
           05  XT-ITEM-DESC            PIC X(40).
           05  XT-UNIT-COST            PIC S9(3)V99.
           05  XT-UNIT-PRICE           PIC S9(3)V99.
           05  XT-REORDER-POINT        PIC S9(5).
           05  XT-RECEIPT-QTY          PIC S9(5).
           05  XT-TRANSFER-QTY         PIC S9(5).
           05  XT-CYCLE-COUNT          PIC 9(2).
           05  XT-TRANSACTION-DATE     PIC 9(8).
           05  XT-EFFECTIVE-DATE       PIC 9(8).
           05  XT-LOCATION             PIC X(2).
           05  XT-TO-LOCATION          PIC X(2).
           05  XT-CUSTOMER-NO          PIC X(6).
           05  XT-CUSTOMER-ORDER-NO    PIC X(8).
           05  XT-CUSTOMER-ORDER-DATE  PIC 9(8).
           05  XT-PO-NUMBER            PIC 9(6).
           05  XT-OPERATOR-ID          PIC X(8).
           05  XT-LOT-NUMBER           PIC X(10).
           05  XT-LOT-EXPIRY-DATE      PIC 9(8).
           05  XT-LOT-CONTROL-FLAG     PIC X.

       FD  XFRPLAN.

       01  TRANSFER-PLAN-RECORD.
           05  XP-PLAN-KEY.
               10  XP-ITEM-NO          PIC X(5).
               10  XP-LOCATION         PIC X(2).
           05  XP-TRANSFER-IN-QTY      PIC S9(5).
           05  XP-TRANSFER-OUT-QTY     PIC S9(5).

       FD  XFRRPT.

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

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  ALL-RECORDS-PROCESSED-SWITCH    PIC X   VALUE "N".
               88  ALL-RECORDS-PROCESSED               VALUE "Y".
           05  ALL-LOCATIONS-LOADED-SWITCH     PIC X   VALUE "N".
               88  ALL-LOCATIONS-LOADED                VALUE "Y".
           05  LOCMST-FOUND-SWITCH             PIC X   VALUE "N".
               88  LOCMST-FOUND                        VALUE "Y".
           05  ALL-TRANSIT-PROCESSED-SWITCH    PIC X   VALUE "N".
               88  ALL-TRANSIT-PROCESSED               VALUE "Y".
           05  TRANSIT-FOUND-SWITCH            PIC X   VALUE "N".
               88  TRANSIT-FOUND                       VALUE "Y".
           05  FATAL-ERROR-SWITCH              PIC X   VALUE "N".
               88  FATAL-ERROR                         VALUE "Y".
           05  RUNCTL-MISSING-SWITCH           PIC X   VALUE "N".
               88  RUNCTL-MISSING                      VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  NEWEMP-FILE-STATUS     PIC XX.
               88  NEWEMP-SUCCESSFUL          VALUE "00".
           05  LOCMST-FILE-STATUS     PIC XX.
               88  LOCMST-SUCCESSFUL          VALUE "00".
           05  INTRNO-FILE-STATUS     PIC XX.
               88  INTRNO-SUCCESSFUL          VALUE "00".
           05  XFRTRAN-FILE-STATUS    PIC XX.
               88  XFRTRAN-SUCCESSFUL         VALUE "00".
           05  XFRPLAN-FILE-STATUS    PIC XX.
               88  XFRPLAN-SUCCESSFUL         VALUE "00".
           05  XFRRPT-FILE-STATUS     PIC XX.
               88  XFRRPT-SUCCESSFUL          VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".
           05  RUNCTL-FILE-STATUS     PIC XX.
               88  RUNCTL-SUCCESSFUL          VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  LOCMST-TABLE-FIELDS.
           05  LOCMST-COUNT            PIC S9(4)   COMP    VALUE ZERO.
           05  LOCMST-MAX              PIC S9(4)   COMP    VALUE +50.
           05  LOCMST-SUB              PIC S9(4)   COMP    VALUE ZERO.
           05  LOCMST-FOUND-SUB        PIC S9(4)   COMP    VALUE ZERO.
           05  LOCMST-CHECK-CODE       PIC X(2)        VALUE SPACES.
           05  LOCMST-ENTRY            OCCURS 50 TIMES.
               10  LME-LOCATION        PIC X(2).
               10  LME-WAREHOUSE-NAME  PIC X(25).
               10  LME-ACTIVE-FLAG     PIC X.

       01  ITEM-GROUP-FIELDS.
           05  GROUP-ITEM-NO           PIC X(5)        VALUE LOW-VALUES.
           05  GROUP-ITEM-DESC         PIC X(40)       VALUE SPACES.
           05  GROUP-COUNT             PIC S9(4)   COMP    VALUE ZERO.
           05  GROUP-MAX               PIC S9(4)   COMP    VALUE +50.
           05  GROUP-SUB               PIC S9(4)   COMP    VALUE ZERO.
           05  DONOR-SUB               PIC S9(4)   COMP    VALUE ZERO.
           05  RECEIVER-SUB            PIC S9(4)   COMP    VALUE ZERO.
           05  BEST-SURPLUS-QTY        PIC S9(6)       VALUE ZERO.
           05  GROUP-ENTRY             OCCURS 50 TIMES.
               10  GE-LOCATION         PIC X(2).
               10  GE-UNIT-COST        PIC S9(3)V99.
               10  GE-UNIT-PRICE       PIC S9(3)V99.
               10  GE-REORDER-POINT    PIC S9(5).
               10  GE-ON-HAND          PIC S9(5).
               10  GE-ON-ORDER         PIC S9(5).
               10  GE-ACTIVE-FLAG      PIC X.
               10  GE-NEED-QTY         PIC S9(6).
               10  GE-SURPLUS-QTY      PIC S9(6).
               10  GE-TRANSFER-IN-QTY  PIC S9(5).
               10  GE-TRANSFER-OUT-QTY PIC S9(5).

       01  TRANSIT-TABLE-FIELDS.
           05  TRANSIT-COUNT           PIC S9(4)   COMP    VALUE ZERO.
           05  TRANSIT-MAX             PIC S9(4)   COMP    VALUE +50.
           05  TRANSIT-SUB             PIC S9(4)   COMP    VALUE ZERO.
           05  TRANSIT-FOUND-SUB       PIC S9(4)   COMP    VALUE ZERO.
           05  TRANSIT-CHECK-LOCATION  PIC X(2)        VALUE SPACES.
           05  INBOUND-TRANSIT-QTY     PIC S9(6)       VALUE ZERO.
           05  TRANSIT-ENTRY           OCCURS 50 TIMES.
               10  TTE-TO-LOCATION     PIC X(2).
               10  TTE-TRANSIT-QTY     PIC S9(6).

       01  TRANSFER-TABLE-FIELDS.
           05  TRANSFER-COUNT          PIC S9(4)   COMP    VALUE ZERO.
           05  TRANSFER-MAX            PIC S9(4)   COMP    VALUE +100.
           05  TRANSFER-SUB            PIC S9(4)   COMP    VALUE ZERO.
           05  TRANSFER-QTY            PIC S9(6)       VALUE ZERO.
           05  TRANSFER-ENTRY          OCCURS 100 TIMES.
               10  TE-FROM-SUB         PIC S9(4)   COMP.
               10  TE-TO-SUB           PIC S9(4)   COMP.
               10  TE-TRANSFER-QTY     PIC S9(5).

       01  COST-AVOIDED-FIELDS.
           05  AVOIDED-UNIT-COST       PIC S9(3)V99    VALUE ZERO.
           05  COST-AVOIDED            PIC S9(9)V99    VALUE ZERO.

       01  PRINT-CONTROL-FIELDS.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-PER-PAGE          PIC S9(3)       VALUE +55.
           05  PAGE-NUMBER             PIC S9(5)       VALUE ZERO.
           05  RUN-DATE                PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS          REDEFINES RUN-DATE.
               10  RUN-DATE-CCYY       PIC 9(4).
               10  RUN-DATE-MM         PIC 9(2).
               10  RUN-DATE-DD         PIC 9(2).

       01  REPORT-TOTALS.
           05  RT-MASTERS-READ         PIC 9(7)        VALUE ZERO.
           05  RT-TRANSIT-READ         PIC 9(7)        VALUE ZERO.
           05  RT-ITEMS-REBALANCED     PIC 9(7)        VALUE ZERO.
           05  RT-TRANSFERS-WRITTEN    PIC 9(7)        VALUE ZERO.
           05  RT-PLAN-RECORDS-WRITTEN PIC 9(7)        VALUE ZERO.
           05  RT-NEEDS-UNCOVERED      PIC 9(7)        VALUE ZERO.
           05  RT-QTY-TRANSFERRED      PIC 9(9)        VALUE ZERO.
           05  RT-COST-AVOIDED         PIC S9(11)V99   VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(7)    VALUE "SEQ3190".
           05  FILLER                  PIC X(13)   VALUE SPACES.
           05  FILLER                  PIC X(35)   VALUE
                   "STOCK REBALANCING TRANSFER PROPOSAL".
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
           05  FILLER                  PIC X(10)   VALUE "    QTY".
           05  FILLER                  PIC X(4)    VALUE "FROM".
           05  FILLER                  PIC X(22)   VALUE "WAREHOUSE".
           05  FILLER                  PIC X(4)    VALUE "TO".
           05  FILLER                  PIC X(22)   VALUE "WAREHOUSE".
           05  FILLER                  PIC X(9)    VALUE "  COST".
           05  FILLER                  PIC X(13)   VALUE
                   " COST AVOIDED".
           05  FILLER                  PIC X(18)   VALUE SPACES.

       01  TRANSFER-DETAIL-LINE.
           05  TDL-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  TDL-ITEM-DESC           PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  TDL-TRANSFER-QTY        PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  TDL-FROM-LOCATION       PIC X(2).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  TDL-FROM-WAREHOUSE      PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  TDL-TO-LOCATION         PIC X(2).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  TDL-TO-WAREHOUSE        PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  TDL-UNIT-COST           PIC ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  TDL-COST-AVOIDED        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(18)   VALUE SPACES.

       01  GRAND-TOTAL-LINE.
           05  GTL-LABEL               PIC X(33).
           05  GTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(90)   VALUE SPACES.

       01  GRAND-AMOUNT-LINE.
           05  GAL-LABEL               PIC X(33).
           05  GAL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.

       000-PROPOSE-STOCK-TRANSFERS.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           PERFORM 100-LOAD-LOCATION-TABLE.
           OPEN INPUT  NEWEMP
                       INTRNO.
           OPEN OUTPUT XFRTRAN
                       XFRPLAN
                       XFRRPT.
           PERFORM 350-READ-IN-TRANSIT.
           PERFORM 300-PROCESS-NEW-MASTER
               UNTIL ALL-RECORDS-PROCESSED.
           IF GROUP-COUNT > ZERO
               PERFORM 400-REBALANCE-ITEM-GROUP.
           PERFORM 900-PRINT-GRAND-TOTALS.
           CLOSE NEWEMP
                 INTRNO
                 XFRTRAN
                 XFRPLAN
                 XFRRPT.
           DISPLAY "SEQ3190 REBALANCING CONTROL TOTALS".
           DISPLAY "  MASTER RECORDS READ. . . . . . " RT-MASTERS-READ.
           DISPLAY "  IN-TRANSIT RECORDS READ. . . . " RT-TRANSIT-READ.
           DISPLAY "  TRANSFERS WRITTEN. . . . . . . "
                   RT-TRANSFERS-WRITTEN.
           DISPLAY "  PLAN RECORDS WRITTEN . . . . . "
                   RT-PLAN-RECORDS-WRITTEN.
           IF FATAL-ERROR
               MOVE 12 TO RETURN-CODE.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-LOAD-LOCATION-TABLE.

           OPEN INPUT LOCMST.
           PERFORM 110-LOAD-LOCATION-ENTRY
               UNTIL ALL-LOCATIONS-LOADED.
           CLOSE LOCMST.

       110-LOAD-LOCATION-ENTRY.

           READ LOCMST
               AT END
                   SET ALL-LOCATIONS-LOADED TO TRUE
               NOT AT END
                   PERFORM 120-STORE-LOCATION-ENTRY.

       120-STORE-LOCATION-ENTRY.

           IF LOCMST-COUNT >= LOCMST-MAX
               DISPLAY "LOCATION TABLE FULL - ENTRY IGNORED FOR "
                   "LOCATION " LM-LOCATION
           ELSE
               ADD 1 TO LOCMST-COUNT
               MOVE LM-LOCATION TO LME-LOCATION (LOCMST-COUNT)
               MOVE LM-WAREHOUSE-NAME
                   TO LME-WAREHOUSE-NAME (LOCMST-COUNT)
               MOVE LM-ACTIVE-FLAG TO LME-ACTIVE-FLAG (LOCMST-COUNT).

       130-FIND-LOCATION-ENTRY.

           MOVE "N" TO LOCMST-FOUND-SWITCH.
           PERFORM 140-MATCH-LOCATION-ENTRY
               VARYING LOCMST-SUB FROM 1 BY 1
               UNTIL LOCMST-SUB > LOCMST-COUNT
                   OR LOCMST-FOUND.

       140-MATCH-LOCATION-ENTRY.

           IF LOCMST-SUB <= LOCMST-COUNT
               IF LME-LOCATION (LOCMST-SUB) = LOCMST-CHECK-CODE
                   SET LOCMST-FOUND TO TRUE
                   MOVE LOCMST-SUB TO LOCMST-FOUND-SUB.

       300-PROCESS-NEW-MASTER.

           PERFORM 310-READ-NEW-MASTER.
           IF NOT ALL-RECORDS-PROCESSED
               ADD 1 TO RT-MASTERS-READ
               PERFORM 320-COLLECT-ITEM-LOCATION.

       310-READ-NEW-MASTER.

           READ NEWEMP
               AT END
                   SET ALL-RECORDS-PROCESSED TO TRUE.

       320-COLLECT-ITEM-LOCATION.

           IF NM-ITEM-NO NOT = GROUP-ITEM-NO
               IF GROUP-COUNT > ZERO
                   PERFORM 400-REBALANCE-ITEM-GROUP.
           IF NM-ITEM-NO NOT = GROUP-ITEM-NO
               MOVE NM-ITEM-NO TO GROUP-ITEM-NO
               MOVE NM-ITEM-DESC TO GROUP-ITEM-DESC
               MOVE ZERO TO GROUP-COUNT
                            TRANSFER-COUNT
               PERFORM 360-LOAD-ITEM-IN-TRANSIT.
           IF GROUP-COUNT >= GROUP-MAX
               DISPLAY "ITEM LOCATION TABLE FULL FOR ITEM NUMBER "
                   NM-ITEM-NO " LOCATION " NM-LOCATION
           ELSE
               ADD 1 TO GROUP-COUNT
               PERFORM 330-STORE-GROUP-ENTRY.

       330-STORE-GROUP-ENTRY.

           MOVE NM-LOCATION TO GE-LOCATION (GROUP-COUNT).
           MOVE NM-UNIT-COST TO GE-UNIT-COST (GROUP-COUNT).
           MOVE NM-UNIT-PRICE TO GE-UNIT-PRICE (GROUP-COUNT).
           MOVE NM-REORDER-POINT TO GE-REORDER-POINT (GROUP-COUNT).
           MOVE NM-ON-HAND TO GE-ON-HAND (GROUP-COUNT).
           MOVE NM-ON-ORDER TO GE-ON-ORDER (GROUP-COUNT).
           MOVE ZERO TO GE-NEED-QTY (GROUP-COUNT)
                        GE-SURPLUS-QTY (GROUP-COUNT)
                        GE-TRANSFER-IN-QTY (GROUP-COUNT)
                        GE-TRANSFER-OUT-QTY (GROUP-COUNT).
           MOVE NM-LOCATION TO LOCMST-CHECK-CODE.
           PERFORM 130-FIND-LOCATION-ENTRY.
           IF LOCMST-FOUND
               MOVE LME-ACTIVE-FLAG (LOCMST-FOUND-SUB)
                   TO GE-ACTIVE-FLAG (GROUP-COUNT)
           ELSE
               MOVE "N" TO GE-ACTIVE-FLAG (GROUP-COUNT).
           IF GE-ACTIVE-FLAG (GROUP-COUNT) = "A"
               PERFORM 340-SET-NEED-AND-SURPLUS.

       340-SET-NEED-AND-SURPLUS.

           MOVE ZERO TO INBOUND-TRANSIT-QTY.
           MOVE NM-LOCATION TO TRANSIT-CHECK-LOCATION.
           PERFORM 370-FIND-TRANSIT-ENTRY.
           IF TRANSIT-FOUND
               MOVE TTE-TRANSIT-QTY (TRANSIT-FOUND-SUB)
                   TO INBOUND-TRANSIT-QTY.
           IF NM-ON-HAND + NM-ON-ORDER + INBOUND-TRANSIT-QTY
                   <= NM-REORDER-POINT
               COMPUTE GE-NEED-QTY (GROUP-COUNT) =
                       (NM-REORDER-POINT * 2)
                       - (NM-ON-HAND + NM-ON-ORDER
                          + INBOUND-TRANSIT-QTY)
           ELSE IF NM-ON-HAND > NM-REORDER-POINT * 2
               COMPUTE GE-SURPLUS-QTY (GROUP-COUNT) =
                       NM-ON-HAND - (NM-REORDER-POINT * 2).

       350-READ-IN-TRANSIT.

           IF ALL-TRANSIT-PROCESSED
               MOVE HIGH-VALUES TO IO-TRANSIT-KEY
           ELSE
               READ INTRNO
                   AT END
                       SET ALL-TRANSIT-PROCESSED TO TRUE
                       MOVE HIGH-VALUES TO IO-TRANSIT-KEY
                   NOT AT END
                       ADD 1 TO RT-TRANSIT-READ.

       360-LOAD-ITEM-IN-TRANSIT.

           MOVE ZERO TO TRANSIT-COUNT.
           PERFORM 350-READ-IN-TRANSIT
               UNTIL IO-ITEM-NO >= GROUP-ITEM-NO.
           PERFORM 365-STORE-TRANSIT-ENTRY
               UNTIL IO-ITEM-NO NOT = GROUP-ITEM-NO.

       365-STORE-TRANSIT-ENTRY.

           MOVE IO-TO-LOCATION TO TRANSIT-CHECK-LOCATION.
           PERFORM 370-FIND-TRANSIT-ENTRY.
           IF TRANSIT-FOUND
               ADD IO-TRANSIT-QTY TO TTE-TRANSIT-QTY (TRANSIT-FOUND-SUB)
           ELSE IF TRANSIT-COUNT >= TRANSIT-MAX
               DISPLAY "IN-TRANSIT TABLE FULL FOR ITEM NUMBER "
                   IO-ITEM-NO " LOCATION " IO-TO-LOCATION
           ELSE
               ADD 1 TO TRANSIT-COUNT
               MOVE IO-TO-LOCATION TO TTE-TO-LOCATION (TRANSIT-COUNT)
               MOVE IO-TRANSIT-QTY TO TTE-TRANSIT-QTY (TRANSIT-COUNT).
           PERFORM 350-READ-IN-TRANSIT.

       370-FIND-TRANSIT-ENTRY.

           MOVE "N" TO TRANSIT-FOUND-SWITCH.
           PERFORM 375-MATCH-TRANSIT-ENTRY
               VARYING TRANSIT-SUB FROM 1 BY 1
               UNTIL TRANSIT-SUB > TRANSIT-COUNT
                   OR TRANSIT-FOUND.

       375-MATCH-TRANSIT-ENTRY.

           IF TRANSIT-SUB <= TRANSIT-COUNT
               IF TTE-TO-LOCATION (TRANSIT-SUB) = TRANSIT-CHECK-LOCATION
                   SET TRANSIT-FOUND TO TRUE
                   MOVE TRANSIT-SUB TO TRANSIT-FOUND-SUB.

       400-REBALANCE-ITEM-GROUP.

           MOVE ZERO TO TRANSFER-COUNT.
           PERFORM 410-COVER-LOCATION-NEED
               VARYING RECEIVER-SUB FROM 1 BY 1
               UNTIL RECEIVER-SUB > GROUP-COUNT.
           IF TRANSFER-COUNT > ZERO
               ADD 1 TO RT-ITEMS-REBALANCED
               PERFORM 440-WRITE-DONOR-TRANSFERS
                   VARYING DONOR-SUB FROM 1 BY 1
                   UNTIL DONOR-SUB > GROUP-COUNT
               PERFORM 460-WRITE-TRANSFER-PLAN
                   VARYING GROUP-SUB FROM 1 BY 1
                   UNTIL GROUP-SUB > GROUP-COUNT.
           MOVE ZERO TO GROUP-COUNT.

       410-COVER-LOCATION-NEED.

           IF GE-NEED-QTY (RECEIVER-SUB) > ZERO
               PERFORM 420-FIND-BEST-DONOR
               PERFORM 430-ALLOCATE-FROM-DONOR
                   UNTIL GE-NEED-QTY (RECEIVER-SUB) = ZERO
                       OR DONOR-SUB = ZERO
               IF GE-NEED-QTY (RECEIVER-SUB) > ZERO
                   ADD 1 TO RT-NEEDS-UNCOVERED.

       420-FIND-BEST-DONOR.

           MOVE ZERO TO DONOR-SUB
                        BEST-SURPLUS-QTY.
           PERFORM 425-COMPARE-DONOR-SURPLUS
               VARYING GROUP-SUB FROM 1 BY 1
               UNTIL GROUP-SUB > GROUP-COUNT.

       425-COMPARE-DONOR-SURPLUS.

           IF GROUP-SUB NOT = RECEIVER-SUB
               IF GE-SURPLUS-QTY (GROUP-SUB) > BEST-SURPLUS-QTY
                   MOVE GE-SURPLUS-QTY (GROUP-SUB) TO BEST-SURPLUS-QTY
                   MOVE GROUP-SUB TO DONOR-SUB.

       430-ALLOCATE-FROM-DONOR.

           IF TRANSFER-COUNT >= TRANSFER-MAX
               DISPLAY "TRANSFER TABLE FULL FOR ITEM NUMBER "
                   GROUP-ITEM-NO
               MOVE ZERO TO DONOR-SUB
           ELSE
               IF GE-SURPLUS-QTY (DONOR-SUB)
                       < GE-NEED-QTY (RECEIVER-SUB)
                   MOVE GE-SURPLUS-QTY (DONOR-SUB) TO TRANSFER-QTY
               ELSE
                   MOVE GE-NEED-QTY (RECEIVER-SUB) TO TRANSFER-QTY.
           IF DONOR-SUB NOT = ZERO
               ADD 1 TO TRANSFER-COUNT
               MOVE DONOR-SUB TO TE-FROM-SUB (TRANSFER-COUNT)
               MOVE RECEIVER-SUB TO TE-TO-SUB (TRANSFER-COUNT)
               MOVE TRANSFER-QTY TO TE-TRANSFER-QTY (TRANSFER-COUNT)
               SUBTRACT TRANSFER-QTY FROM GE-SURPLUS-QTY (DONOR-SUB)
               SUBTRACT TRANSFER-QTY FROM GE-NEED-QTY (RECEIVER-SUB)
               ADD TRANSFER-QTY TO GE-TRANSFER-OUT-QTY (DONOR-SUB)
               ADD TRANSFER-QTY TO GE-TRANSFER-IN-QTY (RECEIVER-SUB)
               PERFORM 420-FIND-BEST-DONOR.

       440-WRITE-DONOR-TRANSFERS.

           PERFORM 450-WRITE-TRANSFER-ENTRY
               VARYING TRANSFER-SUB FROM 1 BY 1
               UNTIL TRANSFER-SUB > TRANSFER-COUNT.

       450-WRITE-TRANSFER-ENTRY.

           IF TE-FROM-SUB (TRANSFER-SUB) = DONOR-SUB
               MOVE TE-TO-SUB (TRANSFER-SUB) TO RECEIVER-SUB
               PERFORM 455-BUILD-TRANSFER-TRANSACTION
               WRITE TRANSFER-TRANSACTION
               IF NOT XFRTRAN-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON XFRTRAN FOR ITEM NUMBER "
                       XT-ITEM-NO
                   DISPLAY "FILE STATUS CODE IS " XFRTRAN-FILE-STATUS
                   SET FATAL-ERROR TO TRUE
                   SET ALL-RECORDS-PROCESSED TO TRUE
               ELSE
                   ADD 1 TO RT-TRANSFERS-WRITTEN
                   ADD TE-TRANSFER-QTY (TRANSFER-SUB)
                       TO RT-QTY-TRANSFERRED
                   PERFORM 470-PRINT-TRANSFER-LINE.

       455-BUILD-TRANSFER-TRANSACTION.

           MOVE "8" TO XT-TRANSACTION-CODE.
           MOVE GROUP-ITEM-NO TO XT-ITEM-NO.
           MOVE GROUP-ITEM-DESC TO XT-ITEM-DESC.
           MOVE GE-UNIT-COST (DONOR-SUB) TO XT-UNIT-COST.
           MOVE GE-UNIT-PRICE (DONOR-SUB) TO XT-UNIT-PRICE.
           MOVE ZERO TO XT-REORDER-POINT
                        XT-RECEIPT-QTY
                        XT-CYCLE-COUNT
                        XT-CUSTOMER-ORDER-DATE
                        XT-PO-NUMBER
                        XT-LOT-EXPIRY-DATE.
           MOVE TE-TRANSFER-QTY (TRANSFER-SUB) TO XT-TRANSFER-QTY.
           MOVE RUN-DATE TO XT-TRANSACTION-DATE
                            XT-EFFECTIVE-DATE.
           MOVE GE-LOCATION (DONOR-SUB) TO XT-LOCATION.
           MOVE GE-LOCATION (RECEIVER-SUB) TO XT-TO-LOCATION.
           MOVE SPACES TO XT-CUSTOMER-NO
                          XT-CUSTOMER-ORDER-NO
                          XT-LOT-NUMBER
                          XT-LOT-CONTROL-FLAG.
           MOVE "SEQ3190" TO XT-OPERATOR-ID.

       460-WRITE-TRANSFER-PLAN.

           IF GE-TRANSFER-IN-QTY (GROUP-SUB) > ZERO
               OR GE-TRANSFER-OUT-QTY (GROUP-SUB) > ZERO
               MOVE GROUP-ITEM-NO TO XP-ITEM-NO
               MOVE GE-LOCATION (GROUP-SUB) TO XP-LOCATION
               MOVE GE-TRANSFER-IN-QTY (GROUP-SUB)
                   TO XP-TRANSFER-IN-QTY
               MOVE GE-TRANSFER-OUT-QTY (GROUP-SUB)
                   TO XP-TRANSFER-OUT-QTY
               WRITE TRANSFER-PLAN-RECORD
               IF NOT XFRPLAN-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON XFRPLAN FOR ITEM NUMBER "
                       XP-ITEM-NO
                   DISPLAY "FILE STATUS CODE IS " XFRPLAN-FILE-STATUS
                   SET FATAL-ERROR TO TRUE
                   SET ALL-RECORDS-PROCESSED TO TRUE
               ELSE
                   ADD 1 TO RT-PLAN-RECORDS-WRITTEN.

       470-PRINT-TRANSFER-LINE.

           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES.
           MOVE GROUP-ITEM-NO TO TDL-ITEM-NO.
           MOVE GROUP-ITEM-DESC TO TDL-ITEM-DESC.
           MOVE TE-TRANSFER-QTY (TRANSFER-SUB) TO TDL-TRANSFER-QTY.
           MOVE GE-LOCATION (DONOR-SUB) TO TDL-FROM-LOCATION.
           MOVE GE-LOCATION (DONOR-SUB) TO LOCMST-CHECK-CODE.
           PERFORM 130-FIND-LOCATION-ENTRY.
           IF LOCMST-FOUND
               MOVE LME-WAREHOUSE-NAME (LOCMST-FOUND-SUB)
                   TO TDL-FROM-WAREHOUSE
           ELSE
               MOVE SPACES TO TDL-FROM-WAREHOUSE.
           MOVE GE-LOCATION (RECEIVER-SUB) TO TDL-TO-LOCATION.
           MOVE GE-LOCATION (RECEIVER-SUB) TO LOCMST-CHECK-CODE.
           PERFORM 130-FIND-LOCATION-ENTRY.
           IF LOCMST-FOUND
               MOVE LME-WAREHOUSE-NAME (LOCMST-FOUND-SUB)
                   TO TDL-TO-WAREHOUSE
           ELSE
               MOVE SPACES TO TDL-TO-WAREHOUSE.
           IF GE-UNIT-COST (RECEIVER-SUB) > ZERO
               MOVE GE-UNIT-COST (RECEIVER-SUB) TO AVOIDED-UNIT-COST
           ELSE
               MOVE GE-UNIT-COST (DONOR-SUB) TO AVOIDED-UNIT-COST.
           COMPUTE COST-AVOIDED =
                   TE-TRANSFER-QTY (TRANSFER-SUB) * AVOIDED-UNIT-COST.
           MOVE AVOIDED-UNIT-COST TO TDL-UNIT-COST.
           MOVE COST-AVOIDED TO TDL-COST-AVOIDED.
           WRITE PRINT-AREA FROM TRANSFER-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
           ADD COST-AVOIDED TO RT-COST-AVOIDED.

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
           MOVE "MASTER RECORDS READ" TO GTL-LABEL.
           MOVE RT-MASTERS-READ TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "ITEMS REBALANCED" TO GTL-LABEL.
           MOVE RT-ITEMS-REBALANCED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "TRANSFERS GENERATED" TO GTL-LABEL.
           MOVE RT-TRANSFERS-WRITTEN TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "QUANTITY TRANSFERRED" TO GTL-LABEL.
           MOVE RT-QTY-TRANSFERRED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "NEEDS NOT FULLY COVERED" TO GTL-LABEL.
           MOVE RT-NEEDS-UNCOVERED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "PURCHASE COST AVOIDED" TO GAL-LABEL.
           MOVE RT-COST-AVOIDED TO GAL-AMOUNT.
           WRITE PRINT-AREA FROM GRAND-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.

       910-WRITE-GRAND-TOTAL-LINE.

           WRITE PRINT-AREA FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-HISTORY.

           PERFORM 960-READ-RUN-CONTROL.
           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3190" TO RH-PROGRAM-ID.
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
           MOVE "TRANSFERS" TO RH-COUNT-LABEL (2).
           MOVE RT-TRANSFERS-WRITTEN TO RH-COUNT (2).
           MOVE "PLANS" TO RH-COUNT-LABEL (3).
           MOVE RT-PLAN-RECORDS-WRITTEN TO RH-COUNT (3).
           MOVE "INTRNO IN" TO RH-COUNT-LABEL (4).
           MOVE RT-TRANSIT-READ TO RH-COUNT (4).
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
