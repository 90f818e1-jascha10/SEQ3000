                           FILE STATUS IS NEWEMP-FILE-STATUS.
           SELECT POSUGG  ASSIGN TO POSUGG
                           FILE STATUS IS POSUGG-FILE-STATUS.
           SELECT XFRPLAN  ASSIGN TO XFRPLAN
                           FILE STATUS IS XFRPLAN-FILE-STATUS.
           SELECT INTRNO  ASSIGN TO INTRNO
                           FILE STATUS IS INTRNO-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT RUNCTL  ASSIGN TO RUNCTL
                           FILE STATUS IS RUNCTL-FILE-STATUS.

       DATA DIVISION.

           05  NM-ACTIVITY-DATES.
               10  NM-DATE-LAST-RECEIPT    PIC 9(8).
               10  NM-DATE-LAST-ISSUE      PIC 9(8).
           05  NM-LOT-CONTROL-FLAG     PIC X.

       FD  POSUGG.

           05  PS-SUGGESTED-QTY        PIC S9(5).
           05  PS-EXTENDED-COST        PIC S9(9)V99.

       FD  XFRPLAN.

       01  TRANSFER-PLAN-RECORD.
           05  XP-PLAN-KEY.
               10  XP-ITEM-NO          PIC X(5).
               10  XP-LOCATION         PIC X(2).
           05  XP-TRANSFER-IN-QTY      PIC S9(5).
           05  XP-TRANSFER-OUT-QTY     PIC S9(5).

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
           05  ALL-PLANS-PROCESSED-SWITCH      PIC X   VALUE "N".
               88  ALL-PLANS-PROCESSED                 VALUE "Y".
           05  ALL-TRANSIT-PROCESSED-SWITCH    PIC X   VALUE "N".
               88  ALL-TRANSIT-PROCESSED               VALUE "Y".
           05  TRANSIT-FOUND-SWITCH            PIC X   VALUE "N".
               88  TRANSIT-FOUND                       VALUE "Y".
           05  RUNCTL-MISSING-SWITCH           PIC X   VALUE "N".
               88  RUNCTL-MISSING                      VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  NEWEMP-FILE-STATUS     PIC XX.
               88  NEWEMP-SUCCESSFUL          VALUE "00".
           05  POSUGG-FILE-STATUS     PIC XX.
               88  POSUGG-SUCCESSFUL          VALUE "00".
           05  XFRPLAN-FILE-STATUS    PIC XX.
               88  XFRPLAN-SUCCESSFUL         VALUE "00".
           05  INTRNO-FILE-STATUS     PIC XX.
               88  INTRNO-SUCCESSFUL          VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".
           05  RUNCTL-FILE-STATUS     PIC XX.
               88  RUNCTL-SUCCESSFUL          VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.
           05  RUN-DATE                PIC 9(8)        VALUE ZERO.

       01  SUGGESTION-WORK-FIELDS.
           05  AVAILABLE-POSITION       PIC S9(6)      VALUE ZERO.
           05  SUGGESTED-ORDER-QTY      PIC S9(6)      VALUE ZERO.
           05  PLANNED-TRANSFER-QTY     PIC S9(6)      VALUE ZERO.
           05  INBOUND-TRANSIT-QTY      PIC S9(6)      VALUE ZERO.

       01  TRANSIT-TABLE-FIELDS.
           05  TRANSIT-ITEM-NO         PIC X(5)        VALUE LOW-VALUES.
           05  TRANSIT-COUNT           PIC S9(4)   COMP    VALUE ZERO.
           05  TRANSIT-MAX             PIC S9(4)   COMP    VALUE +50.
           05  TRANSIT-SUB             PIC S9(4)   COMP    VALUE ZERO.
           05  TRANSIT-FOUND-SUB       PIC S9(4)   COMP    VALUE ZERO.
           05  TRANSIT-CHECK-LOCATION  PIC X(2)        VALUE SPACES.
           05  TRANSIT-ENTRY           OCCURS 50 TIMES.
               10  TTE-TO-LOCATION     PIC X(2).
               10  TTE-TRANSIT-QTY     PIC S9(6).

       01  REPORT-TOTALS.
           05  RT-ITEMS-READ            PIC 9(7)       VALUE ZERO.
           05  RT-SUGGESTIONS-WRITTEN   PIC 9(7)       VALUE ZERO.
           05  RT-TRANSFER-PLANS-APPLIED PIC 9(7)      VALUE ZERO.
           05  RT-TRANSIT-READ          PIC 9(7)       VALUE ZERO.

       PROCEDURE DIVISION.

       000-PRODUCE-PURCHASE-SUGGESTIONS.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           OPEN INPUT NEWEMP
                      XFRPLAN
                      INTRNO.
           OPEN OUTPUT POSUGG.
           PERFORM 315-READ-TRANSFER-PLAN.
           PERFORM 345-READ-IN-TRANSIT.
           PERFORM 300-PROCESS-NEW-MASTER
               UNTIL ALL-RECORDS-PROCESSED.
           CLOSE NEWEMP
                 XFRPLAN
                 INTRNO
                 POSUGG.
           DISPLAY "SEQ3030 PURCHASE SUGGESTION CONTROL TOTALS".
           DISPLAY "  MASTER RECORDS READ. . . . . . " RT-ITEMS-READ.
           DISPLAY "  SUGGESTIONS WRITTEN . . . . . "
                   RT-SUGGESTIONS-WRITTEN.
           DISPLAY "  TRANSFER PLANS APPLIED. . . . "
                   RT-TRANSFER-PLANS-APPLIED.
           DISPLAY "  IN-TRANSIT RECORDS READ . . . "
                   RT-TRANSIT-READ.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       300-PROCESS-NEW-MASTER.
           PERFORM 310-READ-NEW-MASTER.
           IF NOT ALL-RECORDS-PROCESSED
               ADD 1 TO RT-ITEMS-READ
               PERFORM 315-READ-TRANSFER-PLAN
                   UNTIL XP-PLAN-KEY >= NM-INVENTORY-KEY
               PERFORM 320-CHECK-REORDER-POSITION.

       310-READ-NEW-MASTER.
               AT END
                   SET ALL-RECORDS-PROCESSED TO TRUE.

       315-READ-TRANSFER-PLAN.

           IF ALL-PLANS-PROCESSED
               MOVE HIGH-VALUES TO XP-PLAN-KEY
           ELSE
               READ XFRPLAN
                   AT END
                       SET ALL-PLANS-PROCESSED TO TRUE
                       MOVE HIGH-VALUES TO XP-PLAN-KEY.

       320-CHECK-REORDER-POSITION.

           IF NM-ITEM-NO NOT = TRANSIT-ITEM-NO
               PERFORM 340-LOAD-ITEM-IN-TRANSIT.
           MOVE ZERO TO INBOUND-TRANSIT-QTY.
           MOVE NM-LOCATION TO TRANSIT-CHECK-LOCATION.
           PERFORM 360-FIND-TRANSIT-ENTRY.
           IF TRANSIT-FOUND
               MOVE TTE-TRANSIT-QTY (TRANSIT-FOUND-SUB)
                   TO INBOUND-TRANSIT-QTY.
           MOVE ZERO TO PLANNED-TRANSFER-QTY.
           IF XP-PLAN-KEY = NM-INVENTORY-KEY
               COMPUTE PLANNED-TRANSFER-QTY =
                       XP-TRANSFER-IN-QTY - XP-TRANSFER-OUT-QTY
               ADD 1 TO RT-TRANSFER-PLANS-APPLIED.
           COMPUTE AVAILABLE-POSITION =
                   NM-ON-HAND + NM-ON-ORDER + INBOUND-TRANSIT-QTY.
           IF AVAILABLE-POSITION <= NM-REORDER-POINT
               COMPUTE SUGGESTED-ORDER-QTY =
                       (NM-REORDER-POINT * 2) - AVAILABLE-POSITION
                       - PLANNED-TRANSFER-QTY
               IF SUGGESTED-ORDER-QTY > ZERO
                   PERFORM 330-WRITE-PURCHASE-SUGGESTION.

               SET ALL-RECORDS-PROCESSED TO TRUE
           ELSE
               ADD 1 TO RT-SUGGESTIONS-WRITTEN.

       340-LOAD-ITEM-IN-TRANSIT.

           MOVE NM-ITEM-NO TO TRANSIT-ITEM-NO.
           MOVE ZERO TO TRANSIT-COUNT.
           PERFORM 345-READ-IN-TRANSIT
               UNTIL IO-ITEM-NO >= TRANSIT-ITEM-NO.
           PERFORM 350-STORE-TRANSIT-ENTRY
               UNTIL IO-ITEM-NO NOT = TRANSIT-ITEM-NO.

       345-READ-IN-TRANSIT.

           IF ALL-TRANSIT-PROCESSED
               MOVE HIGH-VALUES TO IO-TRANSIT-KEY
           ELSE
               READ INTRNO
                   AT END
                       SET ALL-TRANSIT-PROCESSED TO TRUE
                       MOVE HIGH-VALUES TO IO-TRANSIT-KEY
                   NOT AT END
                       ADD 1 TO RT-TRANSIT-READ.

       350-STORE-TRANSIT-ENTRY.

           MOVE IO-TO-LOCATION TO TRANSIT-CHECK-LOCATION.
           PERFORM 360-FIND-TRANSIT-ENTRY.
           IF TRANSIT-FOUND
               ADD IO-TRANSIT-QTY TO TTE-TRANSIT-QTY (TRANSIT-FOUND-SUB)
           ELSE IF TRANSIT-COUNT >= TRANSIT-MAX
               DISPLAY "IN-TRANSIT TABLE FULL FOR ITEM NUMBER "
                   IO-ITEM-NO " LOCATION " IO-TO-LOCATION
           ELSE
               ADD 1 TO TRANSIT-COUNT
               MOVE IO-TO-LOCATION TO TTE-TO-LOCATION (TRANSIT-COUNT)
               MOVE IO-TRANSIT-QTY TO TTE-TRANSIT-QTY (TRANSIT-COUNT).
           PERFORM 345-READ-IN-TRANSIT.

       360-FIND-TRANSIT-ENTRY.

           MOVE "N" TO TRANSIT-FOUND-SWITCH.
           PERFORM 365-MATCH-TRANSIT-ENTRY
               VARYING TRANSIT-SUB FROM 1 BY 1
               UNTIL TRANSIT-SUB > TRANSIT-COUNT
                   OR TRANSIT-FOUND.

       365-MATCH-TRANSIT-ENTRY.

           IF TRANSIT-SUB <= TRANSIT-COUNT
               IF TTE-TO-LOCATION (TRANSIT-SUB) = TRANSIT-CHECK-LOCATION
                   SET TRANSIT-FOUND TO TRUE
                   MOVE TRANSIT-SUB TO TRANSIT-FOUND-SUB.

       950-WRITE-RUN-HISTORY.

           PERFORM 960-READ-RUN-CONTROL.
           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3030" TO RH-PROGRAM-ID.
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
           MOVE RT-ITEMS-READ TO RH-COUNT (1).
           MOVE "SUGGESTED" TO RH-COUNT-LABEL (2).
           MOVE RT-SUGGESTIONS-WRITTEN TO RH-COUNT (2).
           MOVE "XFR PLANS" TO RH-COUNT-LABEL (3).
           MOVE RT-TRANSFER-PLANS-APPLIED TO RH-COUNT (3).
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
