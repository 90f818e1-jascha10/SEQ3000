       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3170.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT BAKORDO  ASSIGN TO BAKORDO
                           FILE STATUS IS BAKORDO-FILE-STATUS.
           SELECT CUSTMST  ASSIGN TO CUSTMST
                           FILE STATUS IS CUSTMST-FILE-STATUS.
           SELECT BOAGERPT  ASSIGN TO BOAGERPT
                           FILE STATUS IS BOAGERPT-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT SORT-FILE  ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.

       FD  BAKORDO.

       01  BACKORDER-RECORD.
           05  BO-BACKORDER-KEY.
               10  BO-ITEM-NO          PIC X(5).
               10  BO-LOCATION         PIC X(2).
           05  BO-SUSPENDED-QTY        PIC S9(5).
           05  BO-CUSTOMER-NO          PIC X(6).
           05  BO-CUSTOMER-ORDER-NO    PIC X(8).
           05  BO-ORDER-DATE           PIC 9(8).
           05  BO-ORIGINAL-QTY         PIC S9(5).

       FD  CUSTMST.

       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUSTOMER-NO          PIC X(6).
           05  CM-CUSTOMER-NAME        PIC X(30).
           05  CM-PRIORITY-CODE        PIC X.

       FD  BOAGERPT.

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
           05  SR-CUSTOMER-NO          PIC X(6).
           05  SR-ORDER-DATE           PIC 9(8).
           05  SR-CUSTOMER-ORDER-NO    PIC X(8).
           05  SR-ITEM-NO              PIC X(5).
           05  SR-LOCATION             PIC X(2).
           05  SR-ORIGINAL-QTY         PIC S9(5).
           05  SR-SUSPENDED-QTY        PIC S9(5).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  ALL-BACKORDERS-PROCESSED-SWITCH PIC X   VALUE "N".
               88  ALL-BACKORDERS-PROCESSED            VALUE "Y".
           05  ALL-SORTED-PROCESSED-SWITCH     PIC X   VALUE "N".
               88  ALL-SORTED-PROCESSED                VALUE "Y".
           05  ALL-CUSTOMERS-LOADED-SWITCH     PIC X   VALUE "N".
               88  ALL-CUSTOMERS-LOADED                VALUE "Y".
           05  CUSTMST-FOUND-SWITCH            PIC X   VALUE "N".
               88  CUSTMST-FOUND                       VALUE "Y".
           05  FIRST-RECORD-SWITCH             PIC X   VALUE "Y".
               88  FIRST-RECORD                        VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  BAKORDO-FILE-STATUS    PIC XX.
               88  BAKORDO-SUCCESSFUL         VALUE "00".
           05  CUSTMST-FILE-STATUS    PIC XX.
               88  CUSTMST-SUCCESSFUL         VALUE "00".
           05  BOAGERPT-FILE-STATUS   PIC XX.
               88  BOAGERPT-SUCCESSFUL        VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  CUSTMST-TABLE-FIELDS.
           05  CUSTMST-COUNT           PIC S9(4)   COMP    VALUE ZERO.
           05  CUSTMST-MAX             PIC S9(4)   COMP    VALUE +500.
           05  CUSTMST-SUB             PIC S9(4)   COMP    VALUE ZERO.
           05  CUSTMST-FOUND-SUB       PIC S9(4)   COMP    VALUE ZERO.
           05  CUSTMST-CHECK-NO        PIC X(6)        VALUE SPACES.
           05  CUSTMST-ENTRY           OCCURS 500 TIMES.
               10  CME-CUSTOMER-NO     PIC X(6).
               10  CME-CUSTOMER-NAME   PIC X(30).
               10  CME-PRIORITY-CODE   PIC X.

       01  GROUP-CONTROL-FIELDS.
           05  GROUP-CUSTOMER-NO       PIC X(6)        VALUE SPACES.
           05  GROUP-BUCKET-QTY        PIC S9(9)   OCCURS 4 TIMES.
           05  GROUP-OPEN-QTY          PIC S9(9)       VALUE ZERO.

       01  AGING-WORK-FIELDS.
           05  DAYS-OLD                PIC S9(5)       VALUE ZERO.
           05  BUCKET-SUB              PIC S9(4)   COMP    VALUE ZERO.

       01  PRINT-CONTROL-FIELDS.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-PER-PAGE          PIC S9(3)       VALUE +55.
           05  PAGE-NUMBER             PIC S9(5)       VALUE ZERO.
           05  RUN-DATE                PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS          REDEFINES RUN-DATE.
               10  RUN-DATE-CCYY       PIC 9(4).
               10  RUN-DATE-MM         PIC 9(2).
               10  RUN-DATE-DD         PIC 9(2).

       01  DATE-CONVERSION-FIELDS.
           05  CNV-DATE                PIC 9(8)        VALUE ZERO.
           05  CNV-DATE-PARTS          REDEFINES CNV-DATE.
               10  CNV-CCYY            PIC 9(4).
               10  CNV-MM              PIC 9(2).
               10  CNV-DD              PIC 9(2).
           05  CNV-DAY-NUMBER          PIC S9(9)       VALUE ZERO.
           05  CNV-PRIOR-YEAR          PIC S9(5)       VALUE ZERO.
           05  CNV-QUOTIENT            PIC S9(5)       VALUE ZERO.
           05  CNV-REMAINDER           PIC S9(5)       VALUE ZERO.
           05  CNV-LEAP-DAY            PIC S9          VALUE ZERO.
           05  RUN-DAY-NUMBER          PIC S9(9)       VALUE ZERO.

       01  MONTH-OFFSET-TABLE.
           05  FILLER                  PIC X(18)   VALUE
                   "000031059090120151".
           05  FILLER                  PIC X(18)   VALUE
                   "181212243273304334".

       01  MONTH-OFFSET-ENTRIES        REDEFINES MONTH-OFFSET-TABLE.
           05  MONTH-OFFSET            OCCURS 12 TIMES
                                       PIC 9(3).

       01  REPORT-TOTALS.
           05  RT-BACKORDERS-READ      PIC 9(7)        VALUE ZERO.
           05  RT-CUSTOMERS-LISTED     PIC 9(7)        VALUE ZERO.
           05  RT-BUCKET-QTY           PIC S9(9)   OCCURS 4 TIMES.
           05  RT-OPEN-QTY             PIC S9(9)       VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(7)    VALUE "SEQ3170".
           05  FILLER                  PIC X(13)   VALUE SPACES.
           05  FILLER                  PIC X(35)   VALUE
                   "AGED OPEN BACKORDERS BY CUSTOMER".
           05  FILLER                  PIC X(5)    VALUE "DATE ".
           05  HDG1-MM                 PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  HDG1-DD                 PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  HDG1-CCYY               PIC 9(4).
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE "PAGE ".
           05  HDG1-PAGE               PIC ZZZZ9.
           05  FILLER                  PIC X(47)   VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(8)    VALUE "ITEM".
           05  FILLER                  PIC X(5)    VALUE "LOC".
           05  FILLER                  PIC X(10)   VALUE "ORDER NO".
           05  FILLER                  PIC X(13)   VALUE "ORDER DATE".
           05  FILLER                  PIC X(9)    VALUE "ORIG QTY".
           05  FILLER                  PIC X(7)    VALUE "  DAYS".
           05  FILLER                  PIC X(12)   VALUE
                   "  0-30 DAYS".
           05  FILLER                  PIC X(12)   VALUE
                   " 31-60 DAYS".
           05  FILLER                  PIC X(12)   VALUE
                   " 61-90 DAYS".
           05  FILLER                  PIC X(12)   VALUE
                   "   OVER 90".
           05  FILLER                  PIC X(10)   VALUE "TOTAL OPEN".
           05  FILLER                  PIC X(22)   VALUE SPACES.

       01  CUSTOMER-HEADING-LINE.
           05  FILLER                  PIC X(9)    VALUE "CUSTOMER ".
           05  CHL-CUSTOMER-NO         PIC X(6).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  CHL-CUSTOMER-NAME       PIC X(30).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  CHL-PRIORITY-TEXT       PIC X(9).
           05  CHL-PRIORITY-CODE       PIC X.
           05  FILLER                  PIC X(73)   VALUE SPACES.

       01  DETAIL-LINE.
           05  DTL-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DTL-LOCATION            PIC X(2).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DTL-CUSTOMER-ORDER-NO   PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DTL-ORDER-MM            PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  DTL-ORDER-DD            PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  DTL-ORDER-CCYY          PIC 9(4).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DTL-ORIGINAL-QTY        PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DTL-DAYS-OLD            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  DTL-BUCKET-QTY          OCCURS 4 TIMES.
               10  DTL-BUCKET-AMOUNT   PIC Z,ZZZ,ZZ9-.
               10  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-OPEN-QTY            PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(22)   VALUE SPACES.

       01  TOTAL-LINE.
           05  TTL-LABEL               PIC X(52).
           05  TTL-BUCKET-QTY          OCCURS 4 TIMES.
               10  TTL-BUCKET-AMOUNT   PIC Z,ZZZ,ZZ9-.
               10  FILLER              PIC X(2)    VALUE SPACES.
           05  TTL-OPEN-QTY            PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(22)   VALUE SPACES.

       01  COUNT-LINE-1.
           05  FILLER                  PIC X(33)   VALUE
                   "BACKORDER LINES LISTED".
           05  CNT1-READ               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(90)   VALUE SPACES.

       01  COUNT-LINE-2.
           05  FILLER                  PIC X(33)   VALUE
                   "CUSTOMERS WITH OPEN BACKORDERS".
           05  CNT2-CUSTOMERS          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(90)   VALUE SPACES.

       PROCEDURE DIVISION.

       000-PRODUCE-BACKORDER-AGING.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           MOVE RUN-DATE TO CNV-DATE.
           PERFORM 600-CONVERT-DATE-TO-DAYS.
           MOVE CNV-DAY-NUMBER TO RUN-DAY-NUMBER.
           PERFORM 100-LOAD-CUSTOMER-TABLE.
           MOVE ZERO TO RT-BUCKET-QTY (1)
                        RT-BUCKET-QTY (2)
                        RT-BUCKET-QTY (3)
                        RT-BUCKET-QTY (4).
           OPEN OUTPUT BOAGERPT.
           SORT SORT-FILE
               ON ASCENDING KEY SR-CUSTOMER-NO
                                SR-ORDER-DATE
                                SR-CUSTOMER-ORDER-NO
                                SR-ITEM-NO
                                SR-LOCATION
               INPUT PROCEDURE 200-RELEASE-BACKORDERS
               OUTPUT PROCEDURE 400-PRINT-AGING-REPORT.
           PERFORM 900-PRINT-TOTAL-LINES.
           CLOSE BOAGERPT.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-LOAD-CUSTOMER-TABLE.

           OPEN INPUT CUSTMST.
           PERFORM 110-LOAD-CUSTOMER-ENTRY
               UNTIL ALL-CUSTOMERS-LOADED.
           CLOSE CUSTMST.

       110-LOAD-CUSTOMER-ENTRY.

           READ CUSTMST
               AT END
                   SET ALL-CUSTOMERS-LOADED TO TRUE
               NOT AT END
                   PERFORM 120-STORE-CUSTOMER-ENTRY.

       120-STORE-CUSTOMER-ENTRY.

           IF CUSTMST-COUNT >= CUSTMST-MAX
               DISPLAY "CUSTOMER TABLE FULL - ENTRY IGNORED FOR "
                   "CUSTOMER " CM-CUSTOMER-NO
           ELSE
               ADD 1 TO CUSTMST-COUNT
               MOVE CM-CUSTOMER-NO TO CME-CUSTOMER-NO (CUSTMST-COUNT)
               MOVE CM-CUSTOMER-NAME
                   TO CME-CUSTOMER-NAME (CUSTMST-COUNT)
               MOVE CM-PRIORITY-CODE
                   TO CME-PRIORITY-CODE (CUSTMST-COUNT).

       130-FIND-CUSTOMER-ENTRY.

           MOVE "N" TO CUSTMST-FOUND-SWITCH.
           PERFORM 140-MATCH-CUSTOMER-ENTRY
               VARYING CUSTMST-SUB FROM 1 BY 1
               UNTIL CUSTMST-SUB > CUSTMST-COUNT
                   OR CUSTMST-FOUND.

       140-MATCH-CUSTOMER-ENTRY.

           IF CUSTMST-SUB <= CUSTMST-COUNT
               IF CME-CUSTOMER-NO (CUSTMST-SUB) = CUSTMST-CHECK-NO
                   SET CUSTMST-FOUND TO TRUE
                   MOVE CUSTMST-SUB TO CUSTMST-FOUND-SUB.

       200-RELEASE-BACKORDERS.

           OPEN INPUT BAKORDO.
           PERFORM 210-RELEASE-BACKORDER-LINE
               UNTIL ALL-BACKORDERS-PROCESSED.
           CLOSE BAKORDO.

       210-RELEASE-BACKORDER-LINE.

           READ BAKORDO
               AT END
                   SET ALL-BACKORDERS-PROCESSED TO TRUE
               NOT AT END
                   ADD 1 TO RT-BACKORDERS-READ
                   MOVE BO-CUSTOMER-NO TO SR-CUSTOMER-NO
                   MOVE BO-ORDER-DATE TO SR-ORDER-DATE
                   MOVE BO-CUSTOMER-ORDER-NO TO SR-CUSTOMER-ORDER-NO
                   MOVE BO-ITEM-NO TO SR-ITEM-NO
                   MOVE BO-LOCATION TO SR-LOCATION
                   MOVE BO-ORIGINAL-QTY TO SR-ORIGINAL-QTY
                   MOVE BO-SUSPENDED-QTY TO SR-SUSPENDED-QTY
                   RELEASE SORT-RECORD.

       400-PRINT-AGING-REPORT.

           PERFORM 410-PROCESS-SORTED-RECORD
               UNTIL ALL-SORTED-PROCESSED.
           IF NOT FIRST-RECORD
               PERFORM 450-PRINT-CUSTOMER-TOTAL.

       410-PROCESS-SORTED-RECORD.

           RETURN SORT-FILE
               AT END
                   SET ALL-SORTED-PROCESSED TO TRUE
               NOT AT END
                   PERFORM 420-PRINT-BACKORDER-LINE.

       420-PRINT-BACKORDER-LINE.

           IF FIRST-RECORD
               MOVE "N" TO FIRST-RECORD-SWITCH
               PERFORM 430-START-CUSTOMER-GROUP
           ELSE IF SR-CUSTOMER-NO NOT = GROUP-CUSTOMER-NO
               PERFORM 450-PRINT-CUSTOMER-TOTAL
               PERFORM 430-START-CUSTOMER-GROUP.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES
               PERFORM 440-PRINT-CUSTOMER-HEADING.
           PERFORM 460-AGE-BACKORDER-LINE.
           MOVE SR-ITEM-NO TO DTL-ITEM-NO.
           MOVE SR-LOCATION TO DTL-LOCATION.
           MOVE SR-CUSTOMER-ORDER-NO TO DTL-CUSTOMER-ORDER-NO.
           MOVE SR-ORDER-DATE (5:2) TO DTL-ORDER-MM.
           MOVE SR-ORDER-DATE (7:2) TO DTL-ORDER-DD.
           MOVE SR-ORDER-DATE (1:4) TO DTL-ORDER-CCYY.
           MOVE SR-ORIGINAL-QTY TO DTL-ORIGINAL-QTY.
           MOVE DAYS-OLD TO DTL-DAYS-OLD.
           MOVE SPACES TO DTL-BUCKET-QTY (1)
                          DTL-BUCKET-QTY (2)
                          DTL-BUCKET-QTY (3)
                          DTL-BUCKET-QTY (4).
           MOVE SR-SUSPENDED-QTY TO DTL-BUCKET-AMOUNT (BUCKET-SUB).
           MOVE SR-SUSPENDED-QTY TO DTL-OPEN-QTY.
           WRITE PRINT-AREA FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
           ADD SR-SUSPENDED-QTY TO GROUP-BUCKET-QTY (BUCKET-SUB).
           ADD SR-SUSPENDED-QTY TO GROUP-OPEN-QTY.
           ADD SR-SUSPENDED-QTY TO RT-BUCKET-QTY (BUCKET-SUB).
           ADD SR-SUSPENDED-QTY TO RT-OPEN-QTY.

       430-START-CUSTOMER-GROUP.

           MOVE SR-CUSTOMER-NO TO GROUP-CUSTOMER-NO.
           MOVE ZERO TO GROUP-BUCKET-QTY (1)
                        GROUP-BUCKET-QTY (2)
                        GROUP-BUCKET-QTY (3)
                        GROUP-BUCKET-QTY (4)
                        GROUP-OPEN-QTY.
           ADD 1 TO RT-CUSTOMERS-LISTED.
           IF LINE-COUNT + 4 >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES.
           PERFORM 440-PRINT-CUSTOMER-HEADING.

       440-PRINT-CUSTOMER-HEADING.

           MOVE GROUP-CUSTOMER-NO TO CHL-CUSTOMER-NO.
           MOVE SPACES TO CHL-PRIORITY-TEXT
                          CHL-PRIORITY-CODE.
           IF GROUP-CUSTOMER-NO = SPACES
               MOVE "INTERNAL ISSUES - NO CUSTOMER" TO CHL-CUSTOMER-NAME
           ELSE
               MOVE GROUP-CUSTOMER-NO TO CUSTMST-CHECK-NO
               PERFORM 130-FIND-CUSTOMER-ENTRY
               IF CUSTMST-FOUND
                   MOVE CME-CUSTOMER-NAME (CUSTMST-FOUND-SUB)
                       TO CHL-CUSTOMER-NAME
                   MOVE "PRIORITY " TO CHL-PRIORITY-TEXT
                   MOVE CME-PRIORITY-CODE (CUSTMST-FOUND-SUB)
                       TO CHL-PRIORITY-CODE
               ELSE
                   MOVE "** NOT ON CUSTOMER MASTER **"
                       TO CHL-CUSTOMER-NAME.
           WRITE PRINT-AREA FROM CUSTOMER-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.

       450-PRINT-CUSTOMER-TOTAL.

           MOVE "  CUSTOMER TOTAL" TO TTL-LABEL.
           MOVE GROUP-BUCKET-QTY (1) TO TTL-BUCKET-AMOUNT (1).
           MOVE GROUP-BUCKET-QTY (2) TO TTL-BUCKET-AMOUNT (2).
           MOVE GROUP-BUCKET-QTY (3) TO TTL-BUCKET-AMOUNT (3).
           MOVE GROUP-BUCKET-QTY (4) TO TTL-BUCKET-AMOUNT (4).
           MOVE GROUP-OPEN-QTY TO TTL-OPEN-QTY.
           WRITE PRINT-AREA FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.

       460-AGE-BACKORDER-LINE.

           IF SR-ORDER-DATE NOT NUMERIC
               OR SR-ORDER-DATE = ZERO
               MOVE ZERO TO DAYS-OLD
           ELSE
               MOVE SR-ORDER-DATE TO CNV-DATE
               PERFORM 600-CONVERT-DATE-TO-DAYS
               COMPUTE DAYS-OLD = RUN-DAY-NUMBER - CNV-DAY-NUMBER.
           IF DAYS-OLD < ZERO
               MOVE ZERO TO DAYS-OLD.
           IF DAYS-OLD <= 30
               MOVE 1 TO BUCKET-SUB
           ELSE IF DAYS-OLD <= 60
               MOVE 2 TO BUCKET-SUB
           ELSE IF DAYS-OLD <= 90
               MOVE 3 TO BUCKET-SUB
           ELSE
               MOVE 4 TO BUCKET-SUB.

       600-CONVERT-DATE-TO-DAYS.

           COMPUTE CNV-PRIOR-YEAR = CNV-CCYY - 1.
           COMPUTE CNV-DAY-NUMBER = CNV-PRIOR-YEAR * 365.
           DIVIDE CNV-PRIOR-YEAR BY 4
               GIVING CNV-QUOTIENT.
           ADD CNV-QUOTIENT TO CNV-DAY-NUMBER.
           DIVIDE CNV-PRIOR-YEAR BY 100
               GIVING CNV-QUOTIENT.
           SUBTRACT CNV-QUOTIENT FROM CNV-DAY-NUMBER.
           DIVIDE CNV-PRIOR-YEAR BY 400
               GIVING CNV-QUOTIENT.
           ADD CNV-QUOTIENT TO CNV-DAY-NUMBER.
           IF CNV-MM >= 1 AND CNV-MM <= 12
               ADD MONTH-OFFSET (CNV-MM) TO CNV-DAY-NUMBER.
           ADD CNV-DD TO CNV-DAY-NUMBER.
           IF CNV-MM > 2
               PERFORM 610-ADD-CURRENT-LEAP-DAY.

       610-ADD-CURRENT-LEAP-DAY.

           MOVE ZERO TO CNV-LEAP-DAY.
           DIVIDE CNV-CCYY BY 4
               GIVING CNV-QUOTIENT
               REMAINDER CNV-REMAINDER.
           IF CNV-REMAINDER = ZERO
               MOVE 1 TO CNV-LEAP-DAY.
           DIVIDE CNV-CCYY BY 100
               GIVING CNV-QUOTIENT
               REMAINDER CNV-REMAINDER.
           IF CNV-REMAINDER = ZERO
               MOVE ZERO TO CNV-LEAP-DAY.
           DIVIDE CNV-CCYY BY 400
               GIVING CNV-QUOTIENT
               REMAINDER CNV-REMAINDER.
           IF CNV-REMAINDER = ZERO
               MOVE 1 TO CNV-LEAP-DAY.
           ADD CNV-LEAP-DAY TO CNV-DAY-NUMBER.

       800-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-NUMBER.
           MOVE RUN-DATE-MM TO HDG1-MM.
           MOVE RUN-DATE-DD TO HDG1-DD.
           MOVE RUN-DATE-CCYY TO HDG1-CCYY.
           MOVE PAGE-NUMBER TO HDG1-PAGE.
           WRITE PRINT-AREA FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-AREA FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE ZERO TO LINE-COUNT.

       900-PRINT-TOTAL-LINES.

           IF PAGE-NUMBER = ZERO
               PERFORM 800-PRINT-HEADING-LINES.
           MOVE "GRAND TOTAL OPEN BACKORDER QUANTITY" TO TTL-LABEL.
           MOVE RT-BUCKET-QTY (1) TO TTL-BUCKET-AMOUNT (1).
           MOVE RT-BUCKET-QTY (2) TO TTL-BUCKET-AMOUNT (2).
           MOVE RT-BUCKET-QTY (3) TO TTL-BUCKET-AMOUNT (3).
           MOVE RT-BUCKET-QTY (4) TO TTL-BUCKET-AMOUNT (4).
           MOVE RT-OPEN-QTY TO TTL-OPEN-QTY.
           WRITE PRINT-AREA FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE RT-BACKORDERS-READ TO CNT1-READ.
           MOVE RT-CUSTOMERS-LISTED TO CNT2-CUSTOMERS.
           WRITE PRINT-AREA FROM COUNT-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-AREA FROM COUNT-LINE-2
               AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-HISTORY.

           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3170" TO RH-PROGRAM-ID.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE START-TIME TO RH-START-TIME.
           ACCEPT RH-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           MOVE "N" TO RH-PROOF-FLAG
                       RH-RESTART-FLAG
                       RH-NEWEMP-READ-FLAG.
           MOVE ZERO TO RH-NEWEMP-RUN-DATE.
           MOVE "BACKORDERS" TO RH-COUNT-LABEL (1).
           MOVE RT-BACKORDERS-READ TO RH-COUNT (1).
           MOVE ZERO TO RH-COUNT (2).
           MOVE ZERO TO RH-COUNT (3).
           MOVE ZERO TO RH-COUNT (4).
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUNHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNHIST"
               DISPLAY "FILE STATUS CODE IS " RUNHIST-FILE-STATUS.
           CLOSE RUNHIST.
