                           FILE STATUS IS NEWEMPX-FILE-STATUS.
           SELECT RECONRPT  ASSIGN TO RECONRPT
                           FILE STATUS IS RECONRPT-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT RUNCTL  ASSIGN TO RUNCTL
                           FILE STATUS IS RUNCTL-FILE-STATUS.

       DATA DIVISION.


       FD  NEWEMP.

       01  NEW-MASTER-RECORD           PIC X(89).

       FD  NEWEMP-INDEX.

           05  NX-MASTER-KEY.
               10  NX-ITEM-NO          PIC X(5).
               10  NX-LOCATION         PIC X(2).
           05  FILLER                  PIC X(82).

       FD  RECONRPT.

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

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  ALL-RECORDS-COMPARED-SWITCH     PIC X   VALUE "N".
               88  ALL-RECORDS-COMPARED                VALUE "Y".
           05  RUNCTL-MISSING-SWITCH           PIC X   VALUE "N".
               88  RUNCTL-MISSING                      VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  NEWEMP-FILE-STATUS     PIC XX.
               88  NEWEMPX-SUCCESSFUL         VALUE "00".
           05  RECONRPT-FILE-STATUS   PIC XX.
               88  RECONRPT-SUCCESSFUL        VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".
           05  RUNCTL-FILE-STATUS     PIC XX.
               88  RUNCTL-SUCCESSFUL          VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  SEQ-MASTER-RECORD.
           05  SM-MASTER-KEY.
           05  SM-ON-ORDER             PIC X(5).
           05  SM-DATE-LAST-RECEIPT    PIC X(8).
           05  SM-DATE-LAST-ISSUE      PIC X(8).
           05  SM-LOT-CONTROL-FLAG     PIC X.

       01  IDX-MASTER-RECORD.
           05  IX-MASTER-KEY.
           05  IX-ON-ORDER             PIC X(5).
           05  IX-DATE-LAST-RECEIPT    PIC X(8).
           05  IX-DATE-LAST-ISSUE      PIC X(8).
           05  IX-LOT-CONTROL-FLAG     PIC X.

       01  PRINT-CONTROL-FIELDS.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
       000-RECONCILE-MASTER-FILES.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           OPEN INPUT NEWEMP
                      NEWEMP-INDEX.
           OPEN OUTPUT RECONRPT.
                 RECONRPT.
           IF RT-TOTAL-DIFFERENCES > ZERO
               MOVE 8 TO RETURN-CODE.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       300-COMPARE-MASTER-RECORDS.
               MOVE SM-DATE-LAST-ISSUE TO DFL-SEQ-VALUE
               MOVE IX-DATE-LAST-ISSUE TO DFL-IDX-VALUE
               PERFORM 355-REPORT-FIELD-MISMATCH.
           IF SM-LOT-CONTROL-FLAG NOT = IX-LOT-CONTROL-FLAG
               MOVE "LOT CONTROL FLAG" TO DFL-DIFFERENCE
               MOVE SM-LOT-CONTROL-FLAG TO DFL-SEQ-VALUE
               MOVE IX-LOT-CONTROL-FLAG TO DFL-IDX-VALUE
               PERFORM 355-REPORT-FIELD-MISMATCH.

       355-REPORT-FIELD-MISMATCH.

                   TO RSL-MESSAGE.
           WRITE PRINT-AREA FROM RESULT-LINE
               AFTER ADVANCING 2 LINES.

       950-WRITE-RUN-HISTORY.

           PERFORM 960-READ-RUN-CONTROL.
           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3070" TO RH-PROGRAM-ID.
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
           MOVE "COMPARED" TO RH-COUNT-LABEL (1).
           MOVE RT-RECORDS-COMPARED TO RH-COUNT (1).
           MOVE "DIFFERENCE" TO RH-COUNT-LABEL (2).
           MOVE RT-TOTAL-DIFFERENCES TO RH-COUNT (2).
           MOVE ZERO TO RH-COUNT (3).
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
