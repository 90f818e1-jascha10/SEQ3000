                           FILE STATUS IS LOCMST-FILE-STATUS.
           SELECT RUNCTL  ASSIGN TO RUNCTL
                           FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT INTRNO  ASSIGN TO INTRNO
                           FILE STATUS IS INTRNO-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.

       DATA DIVISION.

           05  NM-ACTIVITY-DATES.
               10  NM-DATE-LAST-RECEIPT    PIC 9(8).
               10  NM-DATE-LAST-ISSUE      PIC 9(8).
           05  NM-LOT-CONTROL-FLAG     PIC X.

       FD  VALRPT.

           05  RN-PROOF-FLAG           PIC X.
           05  RN-RECORDS-READ         PIC 9(7).
           05  RN-RECORDS-WRITTEN      PIC 9(7).
           05  FILLER                  PIC X(133).

       FD  INTRNO.

       01  IN-TRANSIT-RECORD.
           05  IO-TRANSIT-KEY.
               10  IO-ITEM-NO          PIC X(5).
               10  IO-FROM-LOCATION    PIC X(2).
               10  IO-TO-LOCATION      PIC X(2).
           05  IO-SHIP-DATE            PIC 9(8).
           05  IO-SHIPPED-QTY          PIC S9(5).
           05  IO-TRANSIT-QTY          PIC S9(5).
           05  IO-UNIT-COST            PIC S9(3)V99.
           05  IO-UNIT-PRICE           PIC S9(3)V99.
           05  IO-ITEM-DESC            PIC X(40).

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

               88  LOCMST-FOUND                        VALUE "Y".
           05  RUNCTL-MISSING-SWITCH           PIC X   VALUE "N".
               88  RUNCTL-MISSING                      VALUE "Y".
           05  ALL-TRANSIT-PROCESSED-SWITCH    PIC X   VALUE "N".
               88  ALL-TRANSIT-PROCESSED               VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  NEWEMP-FILE-STATUS     PIC XX.
               88  LOCMST-SUCCESSFUL          VALUE "00".
           05  RUNCTL-FILE-STATUS     PIC XX.
               88  RUNCTL-SUCCESSFUL          VALUE "00".
           05  INTRNO-FILE-STATUS     PIC XX.
               88  INTRNO-SUCCESSFUL          VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  CONTROL-BREAK-FIELDS.
           05  PREVIOUS-ITEM-NO         PIC X(5)       VALUE LOW-VALUES.
           05  VT-ITEM-RETAIL-TOTAL     PIC S9(9)V99   VALUE ZERO.
           05  VT-COST-VALUE-TOTAL      PIC S9(11)V99  VALUE ZERO.
           05  VT-RETAIL-VALUE-TOTAL    PIC S9(11)V99  VALUE ZERO.
           05  VT-TRANSIT-COST-TOTAL    PIC S9(11)V99  VALUE ZERO.
           05  VT-TRANSIT-RETAIL-TOTAL  PIC S9(11)V99  VALUE ZERO.

       01  LOCMST-TABLE-FIELDS.
           05  LOCMST-COUNT            PIC S9(4)   COMP    VALUE ZERO.
           05  LTL-RETAIL-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(42)   VALUE SPACES.

       01  IN-TRANSIT-TOTAL-LINE.
           05  FILLER                  PIC X(37)   VALUE
                   "IN TRANSIT BETWEEN LOCATIONS".
           05  FILLER                  PIC X(14)   VALUE
                   " TOTAL VALUE".
           05  ITT-COST-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  ITT-RETAIL-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(42)   VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER                  PIC X(33)   VALUE
                   "TOTAL INVENTORY COST VALUE".
       000-PRODUCE-VALUATION-REPORT.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           PERFORM 100-LOAD-LOCATION-TABLE.
           OPEN INPUT NEWEMP.
           OPEN OUTPUT VALRPT.
           IF PREVIOUS-ITEM-NO NOT = LOW-VALUES
               PERFORM 340-PRINT-ITEM-TOTALS.
           CLOSE NEWEMP.
           PERFORM 350-ACCUMULATE-IN-TRANSIT.
           PERFORM 900-PRINT-TOTAL-LINES.
           CLOSE VALRPT.
           PERFORM 150-VERIFY-RUN-CONTROL.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-LOAD-LOCATION-TABLE.
           MOVE ZERO TO VT-ITEM-COST-TOTAL
                        VT-ITEM-RETAIL-TOTAL.

       350-ACCUMULATE-IN-TRANSIT.

           OPEN INPUT INTRNO.
           PERFORM 360-ADD-IN-TRANSIT-VALUE
               UNTIL ALL-TRANSIT-PROCESSED.
           CLOSE INTRNO.
           ADD VT-TRANSIT-COST-TOTAL TO VT-COST-VALUE-TOTAL.
           ADD VT-TRANSIT-RETAIL-TOTAL TO VT-RETAIL-VALUE-TOTAL.

       360-ADD-IN-TRANSIT-VALUE.

           READ INTRNO
               AT END
                   SET ALL-TRANSIT-PROCESSED TO TRUE
               NOT AT END
                   COMPUTE VT-ITEM-COST-VALUE =
                           IO-TRANSIT-QTY * IO-UNIT-COST
                   COMPUTE VT-ITEM-RETAIL-VALUE =
                           IO-TRANSIT-QTY * IO-UNIT-PRICE
                   ADD VT-ITEM-COST-VALUE TO VT-TRANSIT-COST-TOTAL
                   ADD VT-ITEM-RETAIL-VALUE
                       TO VT-TRANSIT-RETAIL-TOTAL.

       800-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-NUMBER.
           PERFORM 910-PRINT-LOCATION-TOTAL
               VARYING LOCATION-SUB FROM 1 BY 1
               UNTIL LOCATION-SUB > LOCATION-COUNT.
           MOVE VT-TRANSIT-COST-TOTAL TO ITT-COST-VALUE.
           MOVE VT-TRANSIT-RETAIL-TOTAL TO ITT-RETAIL-VALUE.
           WRITE PRINT-AREA FROM IN-TRANSIT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE VT-COST-VALUE-TOTAL TO TOT1-COST-VALUE.
           MOVE VT-RETAIL-VALUE-TOTAL TO TOT2-RETAIL-VALUE.
           WRITE PRINT-AREA FROM TOTAL-LINE-1
           MOVE LT-RETAIL-VALUE (LOCATION-SUB) TO LTL-RETAIL-VALUE.
           WRITE PRINT-AREA FROM LOCATION-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-HISTORY.

           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3020" TO RH-PROGRAM-ID.
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
           MOVE MASTERS-READ-COUNT TO RH-COUNT (1).
           MOVE ZERO TO RH-COUNT (2).
           MOVE ZERO TO RH-COUNT (3).
           MOVE ZERO TO RH-COUNT (4).
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUNHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNHIST"
               DISPLAY "FILE STATUS CODE IS " RUNHIST-FILE-STATUS.
           CLOSE RUNHIST.
