                           FILE STATUS IS AUDARCH-FILE-STATUS.
           SELECT AUDTRIM  ASSIGN TO AUDTRIM
                           FILE STATUS IS AUDTRIM-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.

       DATA DIVISION.

               10  AR-RECEIPT-QTY              PIC S9(5).
               10  AR-ISSUE-QTY                PIC S9(5).
               10  AR-TRANSACTION-DATE         PIC 9(8).
               10  AR-PO-NUMBER                PIC 9(6).
               10  AR-OPERATOR-ID              PIC X(8).

       FD  AUDARCH.

       01  ARCHIVE-AUDIT-RECORD        PIC X(169).

       FD  AUDTRIM.

       01  TRIMMED-AUDIT-RECORD        PIC X(169).

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

               88  AUDARCH-SUCCESSFUL         VALUE "00".
           05  AUDTRIM-FILE-STATUS    PIC XX.
               88  AUDTRIM-SUCCESSFUL         VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.
           05  RUN-DATE                PIC 9(8)        VALUE ZERO.

       01  RETENTION-CONTROLS.
           05  RETENTION-PARM          PIC X(8)        VALUE SPACES.

       000-ARCHIVE-AUDIT-FILE.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           PERFORM 100-DETERMINE-RETENTION-DATE.
           OPEN INPUT AUDIT-FILE.
           OPEN OUTPUT AUDARCH
               MOVE 12 TO RETURN-CODE.
           IF FATAL-ERROR
               MOVE 12 TO RETURN-CODE.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-DETERMINE-RETENTION-DATE.
               DISPLAY "INVALID RETENTION DATE PARAMETER "
                   RETENTION-PARM
               MOVE 16 TO RETURN-CODE
               PERFORM 950-WRITE-RUN-HISTORY
               STOP RUN.

       300-PROCESS-AUDIT-RECORD.
               SET ALL-RECORDS-PROCESSED TO TRUE
           ELSE
               ADD 1 TO AT-RECORDS-RETAINED.

       950-WRITE-RUN-HISTORY.

           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3160" TO RH-PROGRAM-ID.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE START-TIME TO RH-START-TIME.
           ACCEPT RH-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           MOVE "N" TO RH-PROOF-FLAG
                       RH-RESTART-FLAG
                       RH-NEWEMP-READ-FLAG.
           MOVE ZERO TO RH-NEWEMP-RUN-DATE.
           MOVE "AUDIT IN" TO RH-COUNT-LABEL (1).
           MOVE AT-RECORDS-READ TO RH-COUNT (1).
           MOVE "ARCHIVED" TO RH-COUNT-LABEL (2).
           MOVE AT-RECORDS-ARCHIVED TO RH-COUNT (2).
           MOVE "RETAINED" TO RH-COUNT-LABEL (3).
           MOVE AT-RECORDS-RETAINED TO RH-COUNT (3).
           MOVE ZERO TO RH-COUNT (4).
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUNHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNHIST"
               DISPLAY "FILE STATUS CODE IS " RUNHIST-FILE-STATUS.
           CLOSE RUNHIST.
