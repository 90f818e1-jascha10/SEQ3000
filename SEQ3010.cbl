                           FILE STATUS IS LOCMST-FILE-STATUS.
           SELECT RUNCTL  ASSIGN TO RUNCTL
                           FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT SORT-FILE  ASSIGN TO SORTWK01.

       DATA DIVISION.
           05  NM-ACTIVITY-DATES.
               10  NM-DATE-LAST-RECEIPT    PIC 9(8).
               10  NM-DATE-LAST-ISSUE      PIC 9(8).
           05  NM-LOT-CONTROL-FLAG     PIC X.

       FD  RORDRPT.

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

       SD  SORT-FILE.

               88  LOCMST-SUCCESSFUL          VALUE "00".
           05  RUNCTL-FILE-STATUS     PIC XX.
               88  RUNCTL-SUCCESSFUL          VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  CONTROL-BREAK-FIELDS.
           05  PREVIOUS-LOCATION        PIC X(2)       VALUE LOW-VALUES.
       000-PRODUCE-REORDER-POINT-REPORT.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           PERFORM 100-LOAD-LOCATION-TABLE.
           OPEN OUTPUT RORDRPT.
           SORT SORT-FILE
               OUTPUT PROCEDURE 400-PRINT-REORDER-REPORT.
           CLOSE RORDRPT.
           PERFORM 150-VERIFY-RUN-CONTROL.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-LOAD-LOCATION-TABLE.
               AFTER ADVANCING 3 LINES.
           WRITE PRINT-AREA FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-HISTORY.

           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3010" TO RH-PROGRAM-ID.
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
           MOVE "REORDERS" TO RH-COUNT-LABEL (2).
           MOVE RT-ITEMS-BELOW-REORDER TO RH-COUNT (2).
           MOVE ZERO TO RH-COUNT (3).
           MOVE ZERO TO RH-COUNT (4).
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUNHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNHIST"
               DISPLAY "FILE STATUS CODE IS " RUNHIST-FILE-STATUS.
           CLOSE RUNHIST.
