                           FILE STATUS IS JRNLOUT-FILE-STATUS.
           SELECT JRNLRPT  ASSIGN TO JRNLRPT
                           FILE STATUS IS JRNLRPT-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.

       DATA DIVISION.

               10  AR-RECEIPT-QTY              PIC S9(5).
               10  AR-ISSUE-QTY                PIC S9(5).
               10  AR-TRANSACTION-DATE         PIC 9(8).
               10  AR-PO-NUMBER                PIC 9(6).
               10  AR-OPERATOR-ID              PIC X(8).

       FD  ACCTMAP.


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

       WORKING-STORAGE SECTION.

       01  SWITCHES.
               88  JRNLOUT-SUCCESSFUL         VALUE "00".
           05  JRNLRPT-FILE-STATUS    PIC XX.
               88  JRNLRPT-SUCCESSFUL         VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  MAPPING-TABLE-FIELDS.
           05  MAPPING-COUNT           PIC S9(4)   COMP    VALUE ZERO.
       000-PRODUCE-JOURNAL-EXTRACT.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           PERFORM 100-LOAD-MAPPING-TABLE.
           OPEN INPUT AUDIT-FILE.
           OPEN OUTPUT JRNLOUT
                 JRNLRPT.
           IF RT-RECORDS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-LOAD-MAPPING-TABLE.
           MOVE AT-CREDIT-TOTAL (ACCOUNT-SUB) TO ATL-CREDIT-TOTAL.
           WRITE PRINT-AREA FROM ACCOUNT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-HISTORY.

           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3100" TO RH-PROGRAM-ID.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE START-TIME TO RH-START-TIME.
           ACCEPT RH-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           MOVE "N" TO RH-PROOF-FLAG
                       RH-RESTART-FLAG
                       RH-NEWEMP-READ-FLAG.
           MOVE ZERO TO RH-NEWEMP-RUN-DATE.
           MOVE "AUDIT IN" TO RH-COUNT-LABEL (1).
           MOVE RT-RECORDS-READ TO RH-COUNT (1).
           MOVE "JOURNALED" TO RH-COUNT-LABEL (2).
           MOVE RT-RECORDS-JOURNALED TO RH-COUNT (2).
           MOVE "SKIPPED" TO RH-COUNT-LABEL (3).
           MOVE RT-RECORDS-SKIPPED TO RH-COUNT (3).
           MOVE "REJECTED" TO RH-COUNT-LABEL (4).
           MOVE RT-RECORDS-REJECTED TO RH-COUNT (4).
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUNHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNHIST"
               DISPLAY "FILE STATUS CODE IS " RUNHIST-FILE-STATUS.
           CLOSE RUNHIST.
