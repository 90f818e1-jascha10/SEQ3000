                           FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT BALRPT  ASSIGN TO BALRPT
                           FILE STATUS IS BALRPT-FILE-STATUS.
           SELECT INTRNI  ASSIGN TO INTRNI
                           FILE STATUS IS INTRNI-FILE-STATUS.
           SELECT INTRNO  ASSIGN TO INTRNO
                           FILE STATUS IS INTRNO-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.

       DATA DIVISION.

           05  OM-ACTIVITY-DATES.
               10  OM-DATE-LAST-RECEIPT    PIC 9(8).
               10  OM-DATE-LAST-ISSUE      PIC 9(8).
           05  OM-LOT-CONTROL-FLAG     PIC X.

       FD  NEWEMP.

           05  NM-ACTIVITY-DATES.
               10  NM-DATE-LAST-RECEIPT    PIC 9(8).
               10  NM-DATE-LAST-ISSUE      PIC 9(8).
           05  NM-LOT-CONTROL-FLAG     PIC X.

       FD  AUDIT-FILE.

               10  AR-RECEIPT-QTY              PIC S9(5).
               10  AR-ISSUE-QTY                PIC S9(5).
               10  AR-TRANSACTION-DATE         PIC 9(8).
               10  AR-PO-NUMBER                PIC 9(6).
               10  AR-OPERATOR-ID              PIC X(8).

       FD  BAKORDI.

               10  BI-ITEM-NO          PIC X(5).
               10  BI-LOCATION         PIC X(2).
           05  BI-SUSPENDED-QTY        PIC S9(5).
           05  BI-CUSTOMER-NO          PIC X(6).
           05  BI-CUSTOMER-ORDER-NO    PIC X(8).
           05  BI-ORDER-DATE           PIC 9(8).
           05  BI-ORIGINAL-QTY         PIC S9(5).

       FD  BAKORDO.

               10  BO-ITEM-NO          PIC X(5).
               10  BO-LOCATION         PIC X(2).
           05  BO-SUSPENDED-QTY        PIC S9(5).
           05  BO-CUSTOMER-NO          PIC X(6).
           05  BO-CUSTOMER-ORDER-NO    PIC X(8).
           05  BO-ORDER-DATE           PIC 9(8).
           05  BO-ORIGINAL-QTY         PIC S9(5).

       FD  RUNCTL.

           05  RN-PROOF-FLAG           PIC X.
           05  RN-RECORDS-READ         PIC 9(7).
           05  RN-RECORDS-WRITTEN      PIC 9(7).
           05  FILLER                  PIC X(133).

       FD  BALRPT.

       01  PRINT-AREA                  PIC X(132).

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
               88  ALL-OLD-BACKORDERS-DONE             VALUE "Y".
           05  ALL-NEW-BACKORDERS-SWITCH       PIC X   VALUE "N".
               88  ALL-NEW-BACKORDERS-DONE             VALUE "Y".
           05  ALL-OLD-TRANSIT-SWITCH          PIC X   VALUE "N".
               88  ALL-OLD-TRANSIT-DONE                VALUE "Y".
           05  ALL-NEW-TRANSIT-SWITCH          PIC X   VALUE "N".
               88  ALL-NEW-TRANSIT-DONE                VALUE "Y".
           05  BALANCE-FOUND-SWITCH            PIC X   VALUE "N".
               88  BALANCE-FOUND                       VALUE "Y".
           05  RUNCTL-MISSING-SWITCH           PIC X   VALUE "N".
               88  RUNCTL-SUCCESSFUL          VALUE "00".
           05  BALRPT-FILE-STATUS     PIC XX.
               88  BALRPT-SUCCESSFUL          VALUE "00".
           05  INTRNI-FILE-STATUS     PIC XX.
               88  INTRNI-SUCCESSFUL          VALUE "00".
           05  INTRNO-FILE-STATUS     PIC XX.
               88  INTRNO-SUCCESSFUL          VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  BALANCE-TABLE-FIELDS.
           05  BALANCE-COUNT           PIC S9(4)   COMP    VALUE ZERO.
               10  BL-NEW-ON-HAND      PIC S9(9).
               10  BL-NEW-ON-ORDER     PIC S9(9).

       01  TRANSIT-BALANCE-FIELDS.
           05  TB-OLD-IN-TRANSIT       PIC S9(9)       VALUE ZERO.
           05  TB-MOVE-IN-TRANSIT      PIC S9(9)       VALUE ZERO.
           05  TB-NEW-IN-TRANSIT       PIC S9(9)       VALUE ZERO.

       01  BALANCE-WORK-FIELDS.
           05  BW-EXPECTED-QTY         PIC S9(9)       VALUE ZERO.
           05  BW-DIFFERENCE-QTY       PIC S9(9)       VALUE ZERO.
       000-BALANCE-MASTER-FILES.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           OPEN INPUT OLDEMP
                      NEWEMP
                      AUDIT-FILE
                      BAKORDI
                      BAKORDO
                      RUNCTL
                      INTRNI
                      INTRNO.
           OPEN OUTPUT BALRPT.
           PERFORM 200-ACCUMULATE-OLD-MASTER
               UNTIL ALL-OLD-PROCESSED.
               UNTIL ALL-NEW-BACKORDERS-DONE.
           PERFORM 240-ACCUMULATE-NEW-MASTER
               UNTIL ALL-NEW-PROCESSED.
           PERFORM 250-ACCUMULATE-OLD-IN-TRANSIT
               UNTIL ALL-OLD-TRANSIT-DONE.
           PERFORM 260-ACCUMULATE-NEW-IN-TRANSIT
               UNTIL ALL-NEW-TRANSIT-DONE.
           PERFORM 400-PRINT-BALANCE-REPORT.
           PERFORM 430-PRINT-IN-TRANSIT-BALANCE.
           PERFORM 500-VERIFY-RUN-CONTROL.
           PERFORM 900-PRINT-TOTAL-LINES.
           CLOSE OLDEMP
                 BAKORDI
                 BAKORDO
                 RUNCTL
                 INTRNI
                 INTRNO
                 BALRPT.
           IF RT-LOCATIONS-OUT > ZERO
               MOVE 8 TO RETURN-CODE.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       200-ACCUMULATE-OLD-MASTER.
           ELSE IF AR-TRANSACTION-CODE = "8"
               SUBTRACT AR-ISSUE-QTY
                   FROM BL-MOVE-ON-HAND (BALANCE-WORK-SUB)
               ADD AR-ISSUE-QTY TO TB-MOVE-IN-TRANSIT
           ELSE IF AR-TRANSACTION-CODE = "9"
               ADD AR-RECEIPT-QTY
                   TO BL-MOVE-ON-HAND (BALANCE-WORK-SUB)
               SUBTRACT AR-RECEIPT-QTY FROM TB-MOVE-IN-TRANSIT.

       220-ACCUMULATE-OLD-BACKORDERS.

                       ADD NM-ON-ORDER
                           TO BL-NEW-ON-ORDER (BALANCE-WORK-SUB).

       250-ACCUMULATE-OLD-IN-TRANSIT.

           READ INTRNI
               AT END
                   SET ALL-OLD-TRANSIT-DONE TO TRUE
               NOT AT END
                   ADD II-TRANSIT-QTY TO TB-OLD-IN-TRANSIT.

       260-ACCUMULATE-NEW-IN-TRANSIT.

           READ INTRNO
               AT END
                   SET ALL-NEW-TRANSIT-DONE TO TRUE
               NOT AT END
                   ADD IO-TRANSIT-QTY TO TB-NEW-IN-TRANSIT.

       300-FIND-BALANCE-ENTRY.

           MOVE "N" TO BALANCE-FOUND-SWITCH.
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.

       430-PRINT-IN-TRANSIT-BALANCE.

           MOVE "IN TRNST" TO BDL-BALANCE-TYPE.
           MOVE SPACES TO BDL-LOCATION.
           MOVE TB-OLD-IN-TRANSIT TO BDL-OLD-QTY.
           MOVE TB-MOVE-IN-TRANSIT TO BDL-MOVE-QTY.
           COMPUTE BW-EXPECTED-QTY =
                   TB-OLD-IN-TRANSIT + TB-MOVE-IN-TRANSIT.
           MOVE BW-EXPECTED-QTY TO BDL-EXPECTED-QTY.
           MOVE TB-NEW-IN-TRANSIT TO BDL-NEW-QTY.
           COMPUTE BW-DIFFERENCE-QTY =
                   TB-NEW-IN-TRANSIT - BW-EXPECTED-QTY.
           MOVE BW-DIFFERENCE-QTY TO BDL-DIFFERENCE-QTY.
           IF BW-DIFFERENCE-QTY NOT = ZERO
               MOVE "  ** OUT OF BALANCE" TO BDL-OUT-FLAG
               ADD 1 TO RT-LOCATIONS-OUT
           ELSE
               MOVE SPACES TO BDL-OUT-FLAG.
           PERFORM 420-WRITE-BALANCE-LINE.

       500-VERIFY-RUN-CONTROL.

           READ RUNCTL
                   TO RSL-MESSAGE.
           WRITE PRINT-AREA FROM RESULT-LINE
               AFTER ADVANCING 2 LINES.

       950-WRITE-RUN-HISTORY.

           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3150" TO RH-PROGRAM-ID.
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
           MOVE NEW-MASTER-COUNT TO RH-COUNT (1).
           MOVE "BALANCED" TO RH-COUNT-LABEL (2).
           MOVE RT-LOCATIONS-BALANCED TO RH-COUNT (2).
           MOVE "OUT OF BAL" TO RH-COUNT-LABEL (3).
           MOVE RT-LOCATIONS-OUT TO RH-COUNT (3).
           MOVE ZERO TO RH-COUNT (4).
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUNHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNHIST"
               DISPLAY "FILE STATUS CODE IS " RUNHIST-FILE-STATUS.
           CLOSE RUNHIST.
