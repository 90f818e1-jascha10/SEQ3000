                           FILE STATUS IS PODETL-FILE-STATUS.
           SELECT PORPT   ASSIGN TO PORPT
                           FILE STATUS IS PORPT-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT SORT-FILE  ASSIGN TO SORTWK01.

       DATA DIVISION.

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
               88  PODETL-SUCCESSFUL          VALUE "00".
           05  PORPT-FILE-STATUS      PIC XX.
               88  PORPT-SUCCESSFUL           VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  PO-NUMBER-CONTROLS.
           05  PO-NUMBER-PARM          PIC X(6)        VALUE SPACES.
       000-PRODUCE-PURCHASE-ORDERS.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           PERFORM 100-DETERMINE-STARTING-PO-NO.
           PERFORM 110-LOAD-VENDOR-TABLE.
           PERFORM 130-LOAD-XREF-TABLE.
                   RT-ORDERS-ASSIGNED.
           DISPLAY "  ITEMS WITH NO VENDOR . . . . . "
                   RT-NO-VENDOR-ITEMS.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-DETERMINE-STARTING-PO-NO.
                   DISPLAY "INVALID PO NUMBER PARAMETER "
                       PO-NUMBER-PARM
                   MOVE 16 TO RETURN-CODE
                   PERFORM 950-WRITE-RUN-HISTORY
                   STOP RUN.

       110-LOAD-VENDOR-TABLE.
               AFTER ADVANCING 3 LINES.
           WRITE PRINT-AREA FROM GRAND-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-HISTORY.

           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3080" TO RH-PROGRAM-ID.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE START-TIME TO RH-START-TIME.
           ACCEPT RH-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           MOVE "N" TO RH-PROOF-FLAG
                       RH-RESTART-FLAG
                       RH-NEWEMP-READ-FLAG.
           MOVE ZERO TO RH-NEWEMP-RUN-DATE.
           MOVE "SUGGESTION" TO RH-COUNT-LABEL (1).
           MOVE RT-SUGGESTIONS-READ TO RH-COUNT (1).
           MOVE "PO LINES" TO RH-COUNT-LABEL (2).
           MOVE RT-ORDER-LINES-WRITTEN TO RH-COUNT (2).
           MOVE "ORDERS" TO RH-COUNT-LABEL (3).
           MOVE RT-ORDERS-ASSIGNED TO RH-COUNT (3).
           MOVE "NO VENDOR" TO RH-COUNT-LABEL (4).
           MOVE RT-NO-VENDOR-ITEMS TO RH-COUNT (4).
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUNHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNHIST"
               DISPLAY "FILE STATUS CODE IS " RUNHIST-FILE-STATUS.
           CLOSE RUNHIST.
