       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3250.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT NEWEMP  ASSIGN TO NEWEMP
                           FILE STATUS IS NEWEMP-FILE-STATUS.
           SELECT BAKORDO  ASSIGN TO BAKORDO
                           FILE STATUS IS BAKORDO-FILE-STATUS.
           SELECT OPORDO  ASSIGN TO OPORDO
                           FILE STATUS IS OPORDO-FILE-STATUS.
           SELECT ATPPRIOR  ASSIGN TO ATPPRIOR
                           FILE STATUS IS ATPPRIOR-FILE-STATUS.
           SELECT ATPSNAP  ASSIGN TO ATPSNAP
                           FILE STATUS IS ATPSNAP-FILE-STATUS.
           SELECT ATPEXT  ASSIGN TO ATPEXT
                           FILE STATUS IS ATPEXT-FILE-STATUS.
           SELECT RUNCTL  ASSIGN TO RUNCTL
                           FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.

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

       FD  BAKORDO.

       01  BACKORDER-RECORD.
           05  BO-BACKORDER-KEY.
               10  BO-ITEM-NO          PIC X(5).
               10  BO-LOCATION         PIC X(2).
           05  BO-SUSPENDED-QTY        PIC S9(5).
           05  BO-CUSTOMER-NO          PIC X(6).
           05  BO-CUSTOMER-ORDER-NO    PIC X(8).
           05  BO-ORDER-DATE           PIC 9(8).
           05  BO-ORIGINAL-QTY         PIC S9(5).

       FD  OPORDO.

       01  OPEN-ORDER-RECORD.
           05  OO-OPEN-ORDER-KEY.
               10  OO-ITEM-NO          PIC X(5).
               10  OO-LOCATION         PIC X(2).
           05  OO-ORDER-QTY            PIC S9(5).
           05  OO-ORDER-DATE           PIC 9(8).
           05  OO-EXPECTED-DATE        PIC 9(8).

       FD  ATPPRIOR.

       01  PRIOR-SNAPSHOT-RECORD.
           05  PS-INVENTORY-KEY.
               10  PS-ITEM-NO          PIC X(5).
               10  PS-LOCATION         PIC X(2).
           05  PS-RUN-DATE             PIC 9(8).
           05  PS-ATP-DATA.
               10  PS-ITEM-DESC        PIC X(40).
               10  PS-ON-HAND          PIC S9(7).
               10  PS-BACKORDER-QTY    PIC S9(7).
               10  PS-AVAILABLE-NOW    PIC S9(7).
               10  PS-WEEK-DATA        OCCURS 8 TIMES.
                   15  PS-DUE-IN-QTY   PIC S9(7).
                   15  PS-ATP-QTY      PIC S9(7).
               10  PS-DUE-LATER-QTY    PIC S9(7).

       FD  ATPSNAP.

       01  NEW-SNAPSHOT-RECORD.
           05  SN-INVENTORY-KEY.
               10  SN-ITEM-NO          PIC X(5).
               10  SN-LOCATION         PIC X(2).
           05  SN-RUN-DATE             PIC 9(8).
           05  SN-ATP-DATA.
               10  SN-ITEM-DESC        PIC X(40).
               10  SN-ON-HAND          PIC S9(7).
               10  SN-BACKORDER-QTY    PIC S9(7).
               10  SN-AVAILABLE-NOW    PIC S9(7).
               10  SN-WEEK-DATA        OCCURS 8 TIMES.
                   15  SN-DUE-IN-QTY   PIC S9(7).
                   15  SN-ATP-QTY      PIC S9(7).
               10  SN-DUE-LATER-QTY    PIC S9(7).

       FD  ATPEXT.

       01  ATP-EXTRACT-RECORD          PIC X(235).

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
           05  RUNCTL-MISSING-SWITCH           PIC X   VALUE "N".
               88  RUNCTL-MISSING                      VALUE "Y".
           05  FATAL-ERROR-SWITCH              PIC X   VALUE "N".
               88  FATAL-ERROR                         VALUE "Y".
           05  EXTRACT-RECORD-SWITCH           PIC X   VALUE "N".
               88  EXTRACT-RECORD                      VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  NEWEMP-FILE-STATUS     PIC XX.
               88  NEWEMP-SUCCESSFUL          VALUE "00".
           05  BAKORDO-FILE-STATUS    PIC XX.
               88  BAKORDO-SUCCESSFUL         VALUE "00".
           05  OPORDO-FILE-STATUS     PIC XX.
               88  OPORDO-SUCCESSFUL          VALUE "00".
           05  ATPPRIOR-FILE-STATUS   PIC XX.
               88  ATPPRIOR-SUCCESSFUL        VALUE "00".
           05  ATPSNAP-FILE-STATUS    PIC XX.
               88  ATPSNAP-SUCCESSFUL         VALUE "00".
           05  ATPEXT-FILE-STATUS     PIC XX.
               88  ATPEXT-SUCCESSFUL          VALUE "00".
           05  RUNCTL-FILE-STATUS     PIC XX.
               88  RUNCTL-SUCCESSFUL          VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.
           05  RUN-DATE                PIC 9(8)        VALUE ZERO.

       01  EXTRACT-CONTROLS.
           05  EXTRACT-TYPE-PARM       PIC X(7)        VALUE SPACES.
               88  FULL-EXTRACT                VALUE "FULL" SPACES.
               88  CHANGES-EXTRACT             VALUE "CHANGES".
           05  PRIOR-RUN-DATE          PIC 9(8)        VALUE ZERO.
           05  ATP-WEEKS               PIC S9(4)   COMP    VALUE +8.
           05  WEEK-SUB                PIC S9(4)   COMP    VALUE ZERO.
           05  WEEK-NUMBER             PIC S9(5)       VALUE ZERO.
           05  DAYS-TO-RECEIPT         PIC S9(5)       VALUE ZERO.
           05  EXTRACT-ACTION          PIC X           VALUE SPACE.

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

       01  EXTRACT-HEADER-RECORD.
           05  EH-RECORD-TYPE          PIC X       VALUE "H".
           05  FILLER                  PIC X       VALUE "|".
           05  EH-FILE-ID              PIC X(8)    VALUE "ATPEXT".
           05  FILLER                  PIC X       VALUE "|".
           05  EH-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X       VALUE "|".
           05  EH-EXTRACT-TYPE         PIC X(7).
           05  FILLER                  PIC X       VALUE "|".
           05  EH-SINCE-DATE           PIC 9(8).
           05  FILLER                  PIC X       VALUE "|".
           05  EH-WEEK-COUNT           PIC 9(2).
           05  FILLER                  PIC X(196)  VALUE SPACES.

       01  EXTRACT-DETAIL-RECORD.
           05  ED-RECORD-TYPE          PIC X       VALUE "D".
           05  FILLER                  PIC X       VALUE "|".
           05  ED-ITEM-NO              PIC X(5).
           05  FILLER                  PIC X       VALUE "|".
           05  ED-LOCATION             PIC X(2).
           05  FILLER                  PIC X       VALUE "|".
           05  ED-ACTION               PIC X.
           05  FILLER                  PIC X       VALUE "|".
           05  ED-ITEM-DESC            PIC X(40).
           05  FILLER                  PIC X       VALUE "|".
           05  ED-ON-HAND              PIC S9(7)
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X       VALUE "|".
           05  ED-BACKORDER-QTY        PIC S9(7)
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X       VALUE "|".
           05  ED-AVAILABLE-NOW        PIC S9(7)
                                       SIGN IS LEADING SEPARATE.
           05  ED-WEEK-DATA            OCCURS 8 TIMES.
               10  FILLER              PIC X       VALUE "|".
               10  ED-DUE-IN-QTY       PIC S9(7)
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X       VALUE "|".
               10  ED-ATP-QTY          PIC S9(7)
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X       VALUE "|".
           05  ED-DUE-LATER-QTY        PIC S9(7)
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(2)    VALUE SPACES.

       01  EXTRACT-TRAILER-RECORD.
           05  ET-RECORD-TYPE          PIC X       VALUE "T".
           05  FILLER                  PIC X       VALUE "|".
           05  ET-FILE-ID              PIC X(8)    VALUE "ATPEXT".
           05  FILLER                  PIC X       VALUE "|".
           05  ET-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X       VALUE "|".
           05  ET-RECORD-COUNT         PIC 9(9).
           05  FILLER                  PIC X(206)  VALUE SPACES.

       01  CONTROL-TOTALS.
           05  CT-MASTERS-READ         PIC 9(7)        VALUE ZERO.
           05  CT-BACKORDERS-READ      PIC 9(7)        VALUE ZERO.
           05  CT-OPEN-ORDERS-READ     PIC 9(7)        VALUE ZERO.
           05  CT-PRIOR-READ           PIC 9(7)        VALUE ZERO.
           05  CT-UNMATCHED-BACKORDERS PIC 9(7)        VALUE ZERO.
           05  CT-UNMATCHED-OPEN-ORDERS
                                       PIC 9(7)        VALUE ZERO.
           05  CT-SNAPSHOTS-WRITTEN    PIC 9(7)        VALUE ZERO.
           05  CT-NEW-ITEMS            PIC 9(7)        VALUE ZERO.
           05  CT-CHANGED-ITEMS        PIC 9(7)        VALUE ZERO.
           05  CT-UNCHANGED-ITEMS      PIC 9(7)        VALUE ZERO.
           05  CT-REMOVED-ITEMS        PIC 9(7)        VALUE ZERO.
           05  CT-DETAILS-WRITTEN      PIC 9(9)        VALUE ZERO.

       PROCEDURE DIVISION.

       000-PRODUCE-ATP-EXTRACT.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           PERFORM 100-DETERMINE-EXTRACT-TYPE.
           MOVE RUN-DATE TO CNV-DATE.
           PERFORM 600-CONVERT-DATE-TO-DAYS.
           MOVE CNV-DAY-NUMBER TO RUN-DAY-NUMBER.
           OPEN INPUT NEWEMP
                      BAKORDO
                      OPORDO.
           OPEN OUTPUT ATPSNAP
                       ATPEXT.
           IF CHANGES-EXTRACT
               OPEN INPUT ATPPRIOR
               PERFORM 240-READ-PRIOR-SNAPSHOT
               IF PS-INVENTORY-KEY NOT = HIGH-VALUES
                   MOVE PS-RUN-DATE TO PRIOR-RUN-DATE.
           PERFORM 200-WRITE-EXTRACT-HEADER.
           PERFORM 210-READ-NEW-MASTER.
           PERFORM 220-READ-BACKORDER.
           PERFORM 230-READ-OPEN-ORDER.
           PERFORM 300-PROCESS-MASTER
               UNTIL ALL-RECORDS-PROCESSED.
           IF CHANGES-EXTRACT AND NOT FATAL-ERROR
               PERFORM 370-WRITE-REMOVED-ITEM
                   UNTIL PS-INVENTORY-KEY = HIGH-VALUES
                       OR FATAL-ERROR.
           IF NOT FATAL-ERROR
               PERFORM 310-SKIP-UNMATCHED-BACKORDER
                   UNTIL BO-BACKORDER-KEY = HIGH-VALUES
               PERFORM 320-SKIP-UNMATCHED-OPEN-ORDER
                   UNTIL OO-OPEN-ORDER-KEY = HIGH-VALUES
               PERFORM 290-WRITE-EXTRACT-TRAILER.
           IF CHANGES-EXTRACT
               CLOSE ATPPRIOR.
           CLOSE NEWEMP
                 BAKORDO
                 OPORDO
                 ATPSNAP
                 ATPEXT.
           DISPLAY "SEQ3250 AVAILABLE-TO-PROMISE CONTROL TOTALS".
           DISPLAY "  EXTRACT TYPE . . . . . . . . . "
                   EXTRACT-TYPE-PARM.
           DISPLAY "  MASTER RECORDS READ. . . . . . "
                   CT-MASTERS-READ.
           DISPLAY "  BACKORDER RECORDS READ . . . . "
                   CT-BACKORDERS-READ.
           DISPLAY "  OPEN ORDER RECORDS READ. . . . "
                   CT-OPEN-ORDERS-READ.
           DISPLAY "  PRIOR SNAPSHOT RECORDS READ. . "
                   CT-PRIOR-READ.
           DISPLAY "  BACKORDERS WITH NO MASTER. . . "
                   CT-UNMATCHED-BACKORDERS.
           DISPLAY "  OPEN ORDERS WITH NO MASTER . . "
                   CT-UNMATCHED-OPEN-ORDERS.
           DISPLAY "  SNAPSHOT RECORDS WRITTEN . . . "
                   CT-SNAPSHOTS-WRITTEN.
           DISPLAY "  NEW ITEMS. . . . . . . . . . . "
                   CT-NEW-ITEMS.
           DISPLAY "  CHANGED ITEMS. . . . . . . . . "
                   CT-CHANGED-ITEMS.
           DISPLAY "  UNCHANGED ITEMS. . . . . . . . "
                   CT-UNCHANGED-ITEMS.
           DISPLAY "  REMOVED ITEMS. . . . . . . . . "
                   CT-REMOVED-ITEMS.
           DISPLAY "  DETAIL RECORDS WRITTEN . . . . "
                   CT-DETAILS-WRITTEN.
           IF FATAL-ERROR
               MOVE 12 TO RETURN-CODE
           ELSE IF CT-UNMATCHED-BACKORDERS > ZERO
                   OR CT-UNMATCHED-OPEN-ORDERS > ZERO
               MOVE 8 TO RETURN-CODE.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-DETERMINE-EXTRACT-TYPE.

           ACCEPT EXTRACT-TYPE-PARM FROM SYSIN.
           IF NOT FULL-EXTRACT AND NOT CHANGES-EXTRACT
               DISPLAY "INVALID EXTRACT TYPE PARAMETER "
                   EXTRACT-TYPE-PARM
               MOVE 16 TO RETURN-CODE
               PERFORM 950-WRITE-RUN-HISTORY
               STOP RUN.
           IF EXTRACT-TYPE-PARM = SPACES
               MOVE "FULL" TO EXTRACT-TYPE-PARM.

       200-WRITE-EXTRACT-HEADER.

           MOVE RUN-DATE TO EH-RUN-DATE.
           MOVE EXTRACT-TYPE-PARM TO EH-EXTRACT-TYPE.
           MOVE PRIOR-RUN-DATE TO EH-SINCE-DATE.
           MOVE ATP-WEEKS TO EH-WEEK-COUNT.
           WRITE ATP-EXTRACT-RECORD FROM EXTRACT-HEADER-RECORD.
           PERFORM 280-CHECK-EXTRACT-WRITE.

       210-READ-NEW-MASTER.

           READ NEWEMP
               AT END
                   SET ALL-RECORDS-PROCESSED TO TRUE
                   MOVE HIGH-VALUES TO NM-INVENTORY-KEY
               NOT AT END
                   ADD 1 TO CT-MASTERS-READ.

       220-READ-BACKORDER.

           READ BAKORDO
               AT END
                   MOVE HIGH-VALUES TO BO-BACKORDER-KEY
               NOT AT END
                   ADD 1 TO CT-BACKORDERS-READ.

       230-READ-OPEN-ORDER.

           READ OPORDO
               AT END
                   MOVE HIGH-VALUES TO OO-OPEN-ORDER-KEY
               NOT AT END
                   ADD 1 TO CT-OPEN-ORDERS-READ.

       240-READ-PRIOR-SNAPSHOT.

           READ ATPPRIOR
               AT END
                   MOVE HIGH-VALUES TO PS-INVENTORY-KEY
               NOT AT END
                   ADD 1 TO CT-PRIOR-READ.

       280-CHECK-EXTRACT-WRITE.

           IF NOT ATPEXT-SUCCESSFUL
               DISPLAY "WRITE ERROR ON ATPEXT"
               DISPLAY "FILE STATUS CODE IS " ATPEXT-FILE-STATUS
               SET FATAL-ERROR TO TRUE
               SET ALL-RECORDS-PROCESSED TO TRUE.

       290-WRITE-EXTRACT-TRAILER.

           MOVE RUN-DATE TO ET-RUN-DATE.
           MOVE CT-DETAILS-WRITTEN TO ET-RECORD-COUNT.
           WRITE ATP-EXTRACT-RECORD FROM EXTRACT-TRAILER-RECORD.
           PERFORM 280-CHECK-EXTRACT-WRITE.

       300-PROCESS-MASTER.

           MOVE NM-INVENTORY-KEY TO SN-INVENTORY-KEY.
           MOVE RUN-DATE TO SN-RUN-DATE.
           MOVE NM-ITEM-DESC TO SN-ITEM-DESC.
           INSPECT SN-ITEM-DESC REPLACING ALL "|" BY "/".
           MOVE NM-ON-HAND TO SN-ON-HAND.
           MOVE ZERO TO SN-BACKORDER-QTY
                        SN-DUE-LATER-QTY.
           PERFORM 305-CLEAR-WEEK-BUCKET
               VARYING WEEK-SUB FROM 1 BY 1
               UNTIL WEEK-SUB > ATP-WEEKS.
           PERFORM 310-SKIP-UNMATCHED-BACKORDER
               UNTIL BO-BACKORDER-KEY >= NM-INVENTORY-KEY.
           PERFORM 315-ACCUMULATE-BACKORDER
               UNTIL BO-BACKORDER-KEY NOT = NM-INVENTORY-KEY.
           PERFORM 320-SKIP-UNMATCHED-OPEN-ORDER
               UNTIL OO-OPEN-ORDER-KEY >= NM-INVENTORY-KEY.
           PERFORM 325-ACCUMULATE-OPEN-ORDER
               UNTIL OO-OPEN-ORDER-KEY NOT = NM-INVENTORY-KEY.
           COMPUTE SN-AVAILABLE-NOW =
                   SN-ON-HAND - SN-BACKORDER-QTY.
           MOVE SN-AVAILABLE-NOW TO SN-ATP-QTY (1).
           ADD SN-DUE-IN-QTY (1) TO SN-ATP-QTY (1).
           PERFORM 330-ACCUMULATE-WEEK-ATP
               VARYING WEEK-SUB FROM 2 BY 1
               UNTIL WEEK-SUB > ATP-WEEKS.
           IF CHANGES-EXTRACT
               PERFORM 340-COMPARE-PRIOR-SNAPSHOT
           ELSE
               MOVE "F" TO EXTRACT-ACTION
               SET EXTRACT-RECORD TO TRUE.
           IF NOT FATAL-ERROR
               PERFORM 350-WRITE-SNAPSHOT-RECORD.
           IF EXTRACT-RECORD AND NOT FATAL-ERROR
               PERFORM 360-WRITE-EXTRACT-DETAIL.
           IF NOT FATAL-ERROR
               PERFORM 210-READ-NEW-MASTER.

       305-CLEAR-WEEK-BUCKET.

           MOVE ZERO TO SN-DUE-IN-QTY (WEEK-SUB)
                        SN-ATP-QTY (WEEK-SUB).

       310-SKIP-UNMATCHED-BACKORDER.

           ADD 1 TO CT-UNMATCHED-BACKORDERS.
           PERFORM 220-READ-BACKORDER.

       315-ACCUMULATE-BACKORDER.

           ADD BO-SUSPENDED-QTY TO SN-BACKORDER-QTY.
           PERFORM 220-READ-BACKORDER.

       320-SKIP-UNMATCHED-OPEN-ORDER.

           ADD 1 TO CT-UNMATCHED-OPEN-ORDERS.
           PERFORM 230-READ-OPEN-ORDER.

       325-ACCUMULATE-OPEN-ORDER.

           IF OO-EXPECTED-DATE NOT NUMERIC
                   OR OO-EXPECTED-DATE = ZERO
               ADD OO-ORDER-QTY TO SN-DUE-LATER-QTY
           ELSE
               MOVE OO-EXPECTED-DATE TO CNV-DATE
               PERFORM 600-CONVERT-DATE-TO-DAYS
               COMPUTE DAYS-TO-RECEIPT =
                       CNV-DAY-NUMBER - RUN-DAY-NUMBER
               PERFORM 327-ASSIGN-RECEIPT-WEEK.
           PERFORM 230-READ-OPEN-ORDER.

       327-ASSIGN-RECEIPT-WEEK.

           IF DAYS-TO-RECEIPT < ZERO
               MOVE 1 TO WEEK-NUMBER
           ELSE
               DIVIDE DAYS-TO-RECEIPT BY 7
                   GIVING WEEK-NUMBER
               ADD 1 TO WEEK-NUMBER.
           IF WEEK-NUMBER > ATP-WEEKS
               ADD OO-ORDER-QTY TO SN-DUE-LATER-QTY
           ELSE
               ADD OO-ORDER-QTY TO SN-DUE-IN-QTY (WEEK-NUMBER).

       330-ACCUMULATE-WEEK-ATP.

           COMPUTE SN-ATP-QTY (WEEK-SUB) =
                   SN-ATP-QTY (WEEK-SUB - 1)
                   + SN-DUE-IN-QTY (WEEK-SUB).

       340-COMPARE-PRIOR-SNAPSHOT.

           MOVE "N" TO EXTRACT-RECORD-SWITCH.
           PERFORM 370-WRITE-REMOVED-ITEM
               UNTIL PS-INVENTORY-KEY >= SN-INVENTORY-KEY
                   OR FATAL-ERROR.
           IF PS-INVENTORY-KEY = SN-INVENTORY-KEY
               IF PS-ATP-DATA = SN-ATP-DATA
                   ADD 1 TO CT-UNCHANGED-ITEMS
               ELSE
                   MOVE "C" TO EXTRACT-ACTION
                   SET EXTRACT-RECORD TO TRUE
                   ADD 1 TO CT-CHANGED-ITEMS.
           IF PS-INVENTORY-KEY = SN-INVENTORY-KEY
               PERFORM 240-READ-PRIOR-SNAPSHOT
           ELSE
               MOVE "A" TO EXTRACT-ACTION
               SET EXTRACT-RECORD TO TRUE
               ADD 1 TO CT-NEW-ITEMS.

       350-WRITE-SNAPSHOT-RECORD.

           WRITE NEW-SNAPSHOT-RECORD.
           IF NOT ATPSNAP-SUCCESSFUL
               DISPLAY "WRITE ERROR ON ATPSNAP FOR ITEM NUMBER "
                   SN-ITEM-NO
               DISPLAY "FILE STATUS CODE IS " ATPSNAP-FILE-STATUS
               SET FATAL-ERROR TO TRUE
               SET ALL-RECORDS-PROCESSED TO TRUE
           ELSE
               ADD 1 TO CT-SNAPSHOTS-WRITTEN.

       360-WRITE-EXTRACT-DETAIL.

           MOVE SN-ITEM-NO TO ED-ITEM-NO.
           MOVE SN-LOCATION TO ED-LOCATION.
           MOVE EXTRACT-ACTION TO ED-ACTION.
           MOVE SN-ITEM-DESC TO ED-ITEM-DESC.
           MOVE SN-ON-HAND TO ED-ON-HAND.
           MOVE SN-BACKORDER-QTY TO ED-BACKORDER-QTY.
           MOVE SN-AVAILABLE-NOW TO ED-AVAILABLE-NOW.
           PERFORM 365-MOVE-EXTRACT-WEEK
               VARYING WEEK-SUB FROM 1 BY 1
               UNTIL WEEK-SUB > ATP-WEEKS.
           MOVE SN-DUE-LATER-QTY TO ED-DUE-LATER-QTY.
           PERFORM 368-WRITE-DETAIL-RECORD.

       365-MOVE-EXTRACT-WEEK.

           MOVE SN-DUE-IN-QTY (WEEK-SUB) TO ED-DUE-IN-QTY (WEEK-SUB).
           MOVE SN-ATP-QTY (WEEK-SUB) TO ED-ATP-QTY (WEEK-SUB).

       368-WRITE-DETAIL-RECORD.

           WRITE ATP-EXTRACT-RECORD FROM EXTRACT-DETAIL-RECORD.
           PERFORM 280-CHECK-EXTRACT-WRITE.
           IF NOT FATAL-ERROR
               ADD 1 TO CT-DETAILS-WRITTEN.

       370-WRITE-REMOVED-ITEM.

           MOVE PS-ITEM-NO TO ED-ITEM-NO.
           MOVE PS-LOCATION TO ED-LOCATION.
           MOVE "D" TO ED-ACTION.
           MOVE PS-ITEM-DESC TO ED-ITEM-DESC.
           MOVE ZERO TO ED-ON-HAND
                        ED-BACKORDER-QTY
                        ED-AVAILABLE-NOW
                        ED-DUE-LATER-QTY.
           PERFORM 375-CLEAR-EXTRACT-WEEK
               VARYING WEEK-SUB FROM 1 BY 1
               UNTIL WEEK-SUB > ATP-WEEKS.
           PERFORM 368-WRITE-DETAIL-RECORD.
           ADD 1 TO CT-REMOVED-ITEMS.
           PERFORM 240-READ-PRIOR-SNAPSHOT.

       375-CLEAR-EXTRACT-WEEK.

           MOVE ZERO TO ED-DUE-IN-QTY (WEEK-SUB)
                        ED-ATP-QTY (WEEK-SUB).

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

       950-WRITE-RUN-HISTORY.

           PERFORM 960-READ-RUN-CONTROL.
           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3250" TO RH-PROGRAM-ID.
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
           MOVE CT-MASTERS-READ TO RH-COUNT (1).
           MOVE "BACKORD IN" TO RH-COUNT-LABEL (2).
           MOVE CT-BACKORDERS-READ TO RH-COUNT (2).
           MOVE "OPEN PO IN" TO RH-COUNT-LABEL (3).
           MOVE CT-OPEN-ORDERS-READ TO RH-COUNT (3).
           MOVE "EXTRACTED" TO RH-COUNT-LABEL (4).
           MOVE CT-DETAILS-WRITTEN TO RH-COUNT (4).
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
