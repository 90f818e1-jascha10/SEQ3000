                           FILE STATUS IS NEWEMP-FILE-STATUS.
           SELECT ABCRPT  ASSIGN TO ABCRPT
                           FILE STATUS IS ABCRPT-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT RUNCTL  ASSIGN TO RUNCTL
                           FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT SORT-FILE  ASSIGN TO SORTWK01.

       DATA DIVISION.
               10  AR-RECEIPT-QTY              PIC S9(5).
               10  AR-ISSUE-QTY                PIC S9(5).
               10  AR-TRANSACTION-DATE         PIC 9(8).
               10  AR-PO-NUMBER                PIC 9(6).
               10  AR-OPERATOR-ID              PIC X(8).

       FD  DMDHSTI.

           05  NM-ACTIVITY-DATES.
               10  NM-DATE-LAST-RECEIPT    PIC 9(8).
               10  NM-DATE-LAST-ISSUE      PIC 9(8).
           05  NM-LOT-CONTROL-FLAG     PIC X.

       FD  ABCRPT.

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

       SD  SORT-FILE.

       01  SORT-RECORD.
               88  ISSUE-SELECTED                      VALUE "Y".
           05  FATAL-ERROR-SWITCH              PIC X   VALUE "N".
               88  FATAL-ERROR                         VALUE "Y".
           05  RUNCTL-MISSING-SWITCH           PIC X   VALUE "N".
               88  RUNCTL-MISSING                      VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  AUDIT-FILE-STATUS      PIC XX.
               88  NEWEMP-SUCCESSFUL          VALUE "00".
           05  ABCRPT-FILE-STATUS     PIC XX.
               88  ABCRPT-SUCCESSFUL          VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".
           05  RUNCTL-FILE-STATUS     PIC XX.
               88  RUNCTL-SUCCESSFUL          VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  COVERAGE-CONTROLS.
           05  COVERAGE-PARM           PIC X(5)        VALUE SPACES.
       000-PRODUCE-ABC-CLASSIFICATION.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           PERFORM 100-DETERMINE-COVERAGE-FACTOR.
           OPEN OUTPUT ABCRPT.
           SORT SORT-FILE
               OUTPUT PROCEDURE 400-PRINT-ABC-REPORT.
           PERFORM 900-PRINT-TOTAL-LINES.
           CLOSE ABCRPT.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-DETERMINE-COVERAGE-FACTOR.
                   DISPLAY "INVALID COVERAGE FACTOR PARAMETER "
                       COVERAGE-PARM
                   MOVE 16 TO RETURN-CODE
                   PERFORM 950-WRITE-RUN-HISTORY
                   STOP RUN.

       200-BUILD-DEMAND-HISTORY.
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-AREA FROM TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-HISTORY.

           PERFORM 960-READ-RUN-CONTROL.
           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3130" TO RH-PROGRAM-ID.
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
           MOVE "AUDIT IN" TO RH-COUNT-LABEL (1).
           MOVE RT-AUDITS-READ TO RH-COUNT (1).
           MOVE "HISTORY" TO RH-COUNT-LABEL (2).
           MOVE RT-HISTORY-WRITTEN TO RH-COUNT (2).
           MOVE "CLASS A" TO RH-COUNT-LABEL (3).
           MOVE RT-CLASS-A-COUNT TO RH-COUNT (3).
           MOVE ZERO TO RH-COUNT (4).
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
