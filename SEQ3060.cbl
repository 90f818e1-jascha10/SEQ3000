                           FILE STATUS IS RECYTRAN-FILE-STATUS.
           SELECT AGERPT   ASSIGN TO AGERPT
                           FILE STATUS IS AGERPT-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT SORT-FILE  ASSIGN TO SORTWK01.

       DATA DIVISION.
               10  ET-EFFECTIVE-DATE   PIC X(8).
               10  ET-LOCATION         PIC X(2).
               10  ET-TO-LOCATION      PIC X(2).
               10  ET-CUSTOMER-NO      PIC X(6).
               10  ET-CUSTOMER-ORDER-NO    PIC X(8).
               10  ET-CUSTOMER-ORDER-DATE  PIC X(8).
               10  ET-PO-NUMBER        PIC X(6).
               10  ET-OPERATOR-ID      PIC X(8).
               10  ET-LOT-NUMBER       PIC X(10).
               10  ET-LOT-EXPIRY-DATE  PIC X(8).
               10  ET-LOT-CONTROL-FLAG PIC X.
           05  ET-REASON-CODE          PIC X(02).
           05  ET-REASON-TEXT          PIC X(25).

           05  CR-LOCATION             PIC X(2).
           05  CR-TO-LOCATION          PIC X(2).
           05  CR-MATCH-LOCATION       PIC X(2).
           05  CR-CUSTOMER-NO          PIC X(6).
           05  CR-CUSTOMER-ORDER-NO    PIC X(8).
           05  CR-CUSTOMER-ORDER-DATE  PIC X(8).
           05  CR-PO-NUMBER            PIC X(6).
           05  CR-OPERATOR-ID          PIC X(8).
           05  CR-LOT-NUMBER           PIC X(10).
           05  CR-LOT-EXPIRY-DATE      PIC X(8).
           05  CR-LOT-CONTROL-FLAG     PIC X.

       FD  RECYTRAN.

       01  RECYCLED-TRANSACTION        PIC X(148).

       FD  AGERPT.

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
           05  SR-EFFECTIVE-DATE       PIC X(8).
           05  SR-LOCATION             PIC X(2).
           05  SR-TO-LOCATION          PIC X(2).
           05  SR-CUSTOMER-NO          PIC X(6).
           05  SR-CUSTOMER-ORDER-NO    PIC X(8).
           05  SR-CUSTOMER-ORDER-DATE  PIC X(8).
           05  SR-PO-NUMBER            PIC X(6).
           05  SR-OPERATOR-ID          PIC X(8).
           05  SR-LOT-NUMBER           PIC X(10).
           05  SR-LOT-EXPIRY-DATE      PIC X(8).
           05  SR-LOT-CONTROL-FLAG     PIC X.

       WORKING-STORAGE SECTION.

               88  RECYTRAN-SUCCESSFUL        VALUE "00".
           05  AGERPT-FILE-STATUS     PIC XX.
               88  AGERPT-SUCCESSFUL          VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  CORRECTION-TABLE-FIELDS.
           05  CORRECTION-COUNT        PIC S9(4)   COMP    VALUE ZERO.
               10  CE-LOCATION         PIC X(2).
               10  CE-TO-LOCATION      PIC X(2).
               10  CE-MATCH-LOCATION   PIC X(2).
               10  CE-CUSTOMER-NO      PIC X(6).
               10  CE-CUSTOMER-ORDER-NO    PIC X(8).
               10  CE-CUSTOMER-ORDER-DATE  PIC X(8).
               10  CE-PO-NUMBER        PIC X(6).
               10  CE-OPERATOR-ID      PIC X(8).
               10  CE-LOT-NUMBER       PIC X(10).
               10  CE-LOT-EXPIRY-DATE  PIC X(8).
               10  CE-LOT-CONTROL-FLAG PIC X.

       01  CYCLE-WORK-FIELDS.
           05  NEW-CYCLE-COUNT         PIC 9(2)        VALUE ZERO.
           05  FILLER                  PIC X(8)    VALUE "CYCLES".
           05  FILLER                  PIC X(8)    VALUE "REASON".
           05  FILLER                  PIC X(27)   VALUE "REASON TEXT".
           05  FILLER                  PIC X(10)   VALUE "OPERATOR".
           05  FILLER                  PIC X(60)   VALUE SPACES.

       01  AGING-DETAIL-LINE.
           05  ADL-ITEM-NO             PIC X(5).
           05  ADL-REASON-CODE         PIC X(2).
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  ADL-REASON-TEXT         PIC X(25).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  ADL-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(62)   VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER                  PIC X(30)   VALUE
       000-RECYCLE-REJECTED-TRANS.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           PERFORM 100-LOAD-CORRECTION-TABLE.
           OPEN OUTPUT AGERPT.
           SORT SORT-FILE
               GIVING RECYTRAN.
           PERFORM 900-PRINT-TOTAL-LINES.
           CLOSE AGERPT.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-LOAD-CORRECTION-TABLE.
               MOVE CR-TO-LOCATION
                   TO CE-TO-LOCATION (CORRECTION-COUNT)
               MOVE CR-MATCH-LOCATION
                   TO CE-MATCH-LOCATION (CORRECTION-COUNT)
               MOVE CR-CUSTOMER-NO
                   TO CE-CUSTOMER-NO (CORRECTION-COUNT)
               MOVE CR-CUSTOMER-ORDER-NO
                   TO CE-CUSTOMER-ORDER-NO (CORRECTION-COUNT)
               MOVE CR-CUSTOMER-ORDER-DATE
                   TO CE-CUSTOMER-ORDER-DATE (CORRECTION-COUNT)
               MOVE CR-PO-NUMBER TO CE-PO-NUMBER (CORRECTION-COUNT)
               MOVE CR-OPERATOR-ID
                   TO CE-OPERATOR-ID (CORRECTION-COUNT)
               MOVE CR-LOT-NUMBER TO CE-LOT-NUMBER (CORRECTION-COUNT)
               MOVE CR-LOT-EXPIRY-DATE
                   TO CE-LOT-EXPIRY-DATE (CORRECTION-COUNT)
               MOVE CR-LOT-CONTROL-FLAG
                   TO CE-LOT-CONTROL-FLAG (CORRECTION-COUNT).

       200-PROCESS-REJECTED-TRANS.

           MOVE ET-EFFECTIVE-DATE TO SR-EFFECTIVE-DATE.
           MOVE ET-LOCATION TO SR-LOCATION.
           MOVE ET-TO-LOCATION TO SR-TO-LOCATION.
           MOVE ET-CUSTOMER-NO TO SR-CUSTOMER-NO.
           MOVE ET-CUSTOMER-ORDER-NO TO SR-CUSTOMER-ORDER-NO.
           MOVE ET-CUSTOMER-ORDER-DATE TO SR-CUSTOMER-ORDER-DATE.
           MOVE ET-PO-NUMBER TO SR-PO-NUMBER.
           MOVE ET-OPERATOR-ID TO SR-OPERATOR-ID.
           MOVE ET-LOT-NUMBER TO SR-LOT-NUMBER.
           MOVE ET-LOT-EXPIRY-DATE TO SR-LOT-EXPIRY-DATE.
           MOVE ET-LOT-CONTROL-FLAG TO SR-LOT-CONTROL-FLAG.
           PERFORM 230-APPLY-KEYED-CORRECTION.
           IF ET-CYCLE-COUNT NOT NUMERIC
               MOVE 1 TO NEW-CYCLE-COUNT
                   NOT = SPACES
                   MOVE CE-TO-LOCATION (CORRECTION-FOUND-SUB)
                       TO SR-TO-LOCATION.
           IF CORRECTION-FOUND
               IF CE-CUSTOMER-NO (CORRECTION-FOUND-SUB)
                   NOT = SPACES
                   MOVE CE-CUSTOMER-NO (CORRECTION-FOUND-SUB)
                       TO SR-CUSTOMER-NO.
           IF CORRECTION-FOUND
               IF CE-CUSTOMER-ORDER-NO (CORRECTION-FOUND-SUB)
                   NOT = SPACES
                   MOVE CE-CUSTOMER-ORDER-NO (CORRECTION-FOUND-SUB)
                       TO SR-CUSTOMER-ORDER-NO.
           IF CORRECTION-FOUND
               IF CE-CUSTOMER-ORDER-DATE (CORRECTION-FOUND-SUB)
                   NOT = SPACES
                   MOVE CE-CUSTOMER-ORDER-DATE (CORRECTION-FOUND-SUB)
                       TO SR-CUSTOMER-ORDER-DATE.
           IF CORRECTION-FOUND
               IF CE-PO-NUMBER (CORRECTION-FOUND-SUB)
                   NOT = SPACES
                   MOVE CE-PO-NUMBER (CORRECTION-FOUND-SUB)
                       TO SR-PO-NUMBER.
           IF CORRECTION-FOUND
               IF CE-OPERATOR-ID (CORRECTION-FOUND-SUB)
                   NOT = SPACES
                   MOVE CE-OPERATOR-ID (CORRECTION-FOUND-SUB)
                       TO SR-OPERATOR-ID.
           IF CORRECTION-FOUND
               IF CE-LOT-NUMBER (CORRECTION-FOUND-SUB)
                   NOT = SPACES
                   MOVE CE-LOT-NUMBER (CORRECTION-FOUND-SUB)
                       TO SR-LOT-NUMBER.
           IF CORRECTION-FOUND
               IF CE-LOT-EXPIRY-DATE (CORRECTION-FOUND-SUB)
                   NOT = SPACES
                   MOVE CE-LOT-EXPIRY-DATE (CORRECTION-FOUND-SUB)
                       TO SR-LOT-EXPIRY-DATE.
           IF CORRECTION-FOUND
               IF CE-LOT-CONTROL-FLAG (CORRECTION-FOUND-SUB)
                   NOT = SPACES
                   MOVE CE-LOT-CONTROL-FLAG (CORRECTION-FOUND-SUB)
                       TO SR-LOT-CONTROL-FLAG.

       235-MATCH-CORRECTION-ENTRY.

           MOVE NEW-CYCLE-COUNT TO ADL-CYCLE-COUNT.
           MOVE ET-REASON-CODE TO ADL-REASON-CODE.
           MOVE ET-REASON-TEXT TO ADL-REASON-TEXT.
           MOVE SR-OPERATOR-ID TO ADL-OPERATOR-ID.
           WRITE PRINT-AREA FROM AGING-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-AREA FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-HISTORY.

           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3060" TO RH-PROGRAM-ID.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE START-TIME TO RH-START-TIME.
           ACCEPT RH-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           MOVE "N" TO RH-PROOF-FLAG
                       RH-RESTART-FLAG
                       RH-NEWEMP-READ-FLAG.
           MOVE ZERO TO RH-NEWEMP-RUN-DATE.
           MOVE "REJECTS IN" TO RH-COUNT-LABEL (1).
           MOVE RT-REJECTS-READ TO RH-COUNT (1).
           MOVE "RECYCLED" TO RH-COUNT-LABEL (2).
           MOVE RT-RECYCLED-WRITTEN TO RH-COUNT (2).
           MOVE "AGED" TO RH-COUNT-LABEL (3).
           MOVE RT-AGED-REJECTS TO RH-COUNT (3).
           MOVE ZERO TO RH-COUNT (4).
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUNHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNHIST"
               DISPLAY "FILE STATUS CODE IS " RUNHIST-FILE-STATUS.
           CLOSE RUNHIST.
