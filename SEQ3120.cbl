                           FILE STATUS IS LOCMST-FILE-STATUS.
           SELECT MOVERPT  ASSIGN TO MOVERPT
                           FILE STATUS IS MOVERPT-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT RUNCTL  ASSIGN TO RUNCTL
                           FILE STATUS IS RUNCTL-FILE-STATUS.

       DATA DIVISION.

           05  NM-ACTIVITY-DATES.
               10  NM-DATE-LAST-RECEIPT    PIC 9(8).
               10  NM-DATE-LAST-ISSUE      PIC 9(8).
           05  NM-LOT-CONTROL-FLAG     PIC X.

       FD  LOCMST.


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
               88  LOCATION-FOUND                      VALUE "Y".
           05  PRIOR-DATE-SAVED-SWITCH         PIC X   VALUE "N".
               88  PRIOR-DATE-SAVED                    VALUE "Y".
           05  RUNCTL-MISSING-SWITCH           PIC X   VALUE "N".
               88  RUNCTL-MISSING                      VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  PERHIST-FILE-STATUS    PIC XX.
               88  LOCMST-SUCCESSFUL          VALUE "00".
           05  MOVERPT-FILE-STATUS    PIC XX.
               88  MOVERPT-SUCCESSFUL         VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".
           05  RUNCTL-FILE-STATUS     PIC XX.
               88  RUNCTL-SUCCESSFUL          VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  LOCMST-TABLE-FIELDS.
           05  LOCMST-COUNT            PIC S9(4)   COMP    VALUE ZERO.
       000-PRODUCE-MOVEMENT-REPORT.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           PERFORM 100-LOAD-LOCATION-TABLE.
           OPEN INPUT PERHIST
                      NEWEMP.
           CLOSE PERHIST
                 NEWEMP
                 MOVERPT.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-LOAD-LOCATION-TABLE.
               TO LTL-VALUE-CHANGE.
           WRITE PRINT-AREA FROM LOCATION-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       950-WRITE-RUN-HISTORY.

           PERFORM 960-READ-RUN-CONTROL.
           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3120" TO RH-PROGRAM-ID.
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
           MOVE RT-ITEMS-COMPARED TO RH-COUNT (1).
           MOVE "CHANGED" TO RH-COUNT-LABEL (2).
           MOVE RT-ITEMS-CHANGED TO RH-COUNT (2).
           MOVE "ADDED" TO RH-COUNT-LABEL (3).
           MOVE RT-ITEMS-ADDED TO RH-COUNT (3).
           MOVE "DROPPED" TO RH-COUNT-LABEL (4).
           MOVE RT-ITEMS-DROPPED TO RH-COUNT (4).
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
