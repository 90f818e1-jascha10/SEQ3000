                           FILE STATUS IS VARFILE-FILE-STATUS.
           SELECT VARRPT   ASSIGN TO VARRPT
                           FILE STATUS IS VARRPT-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.

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

       WORKING-STORAGE SECTION.

       01  SWITCHES.
               88  VARFILE-SUCCESSFUL         VALUE "00".
           05  VARRPT-FILE-STATUS     PIC XX.
               88  VARRPT-SUCCESSFUL          VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  PRINT-CONTROL-FIELDS.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.

       000-PRODUCE-VARIANCE-REPORT.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           OPEN INPUT VARFILE.
           OPEN OUTPUT VARRPT.
           PERFORM 300-PROCESS-VARIANCE-RECORD
               UNTIL ALL-RECORDS-PROCESSED.
           PERFORM 900-PRINT-TOTAL-LINES.
           CLOSE VARFILE
                 VARRPT.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       300-PROCESS-VARIANCE-RECORD.
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-AREA FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-HISTORY.

           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3040" TO RH-PROGRAM-ID.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE START-TIME TO RH-START-TIME.
           ACCEPT RH-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           MOVE "N" TO RH-PROOF-FLAG
                       RH-RESTART-FLAG
                       RH-NEWEMP-READ-FLAG.
           MOVE ZERO TO RH-NEWEMP-RUN-DATE.
           MOVE "VARIANCES" TO RH-COUNT-LABEL (1).
           MOVE RT-ITEMS-REPORTED TO RH-COUNT (1).
           MOVE "OVER" TO RH-COUNT-LABEL (2).
           MOVE RT-ITEMS-OVER TO RH-COUNT (2).
           MOVE "SHORT" TO RH-COUNT-LABEL (3).
           MOVE RT-ITEMS-SHORT TO RH-COUNT (3).
           MOVE ZERO TO RH-COUNT (4).
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUNHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNHIST"
               DISPLAY "FILE STATUS CODE IS " RUNHIST-FILE-STATUS.
           CLOSE RUNHIST.
