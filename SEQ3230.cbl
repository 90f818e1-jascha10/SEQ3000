       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3230.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT AUDIT-FILE  ASSIGN TO AUDTRAN
                           FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT AUDARCH  ASSIGN TO AUDARCH
                           FILE STATUS IS AUDARCH-FILE-STATUS.
           SELECT LOCMST  ASSIGN TO LOCMST
                           FILE STATUS IS LOCMST-FILE-STATUS.
           SELECT MARGRPT  ASSIGN TO MARGRPT
                           FILE STATUS IS MARGRPT-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT SORT-FILE  ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.

       FD  AUDIT-FILE.

       01  AUDIT-RECORD.
           05  AR-BEFORE-IMAGE.
               10  AR-BEFORE-ITEM-NO           PIC X(5).
               10  AR-BEFORE-LOCATION          PIC X(2).
               10  AR-BEFORE-ITEM-DESC         PIC X(40).
               10  AR-BEFORE-UNIT-COST         PIC S9(3)V99.
               10  AR-BEFORE-UNIT-PRICE        PIC S9(3)V99.
               10  AR-BEFORE-REORDER-POINT     PIC S9(5).
               10  AR-BEFORE-ON-HAND           PIC S9(5).
               10  AR-BEFORE-ON-ORDER          PIC S9(5).
           05  AR-APPLIED-TRANSACTION.
               10  AR-TRANSACTION-CODE         PIC X.
               10  AR-ITEM-NO                  PIC X(5).
               10  AR-LOCATION                 PIC X(2).
               10  AR-TO-LOCATION              PIC X(2).
               10  AR-ITEM-DESC                PIC X(40).
               10  AR-UNIT-COST                PIC S9(3)V99.
               10  AR-UNIT-PRICE               PIC S9(3)V99.
               10  AR-REORDER-POINT            PIC S9(5).
               10  AR-RECEIPT-QTY              PIC S9(5).
               10  AR-ISSUE-QTY                PIC S9(5).
               10  AR-TRANSACTION-DATE         PIC 9(8).
               10  AR-PO-NUMBER                PIC 9(6).
               10  AR-OPERATOR-ID              PIC X(8).

       FD  AUDARCH.

       01  ARCHIVE-AUDIT-RECORD        PIC X(169).

       FD  LOCMST.

       01  LOCATION-MASTER-RECORD.
           05  LM-LOCATION             PIC X(2).
           05  LM-WAREHOUSE-NAME       PIC X(25).
           05  LM-ACTIVE-FLAG          PIC X.

       FD  MARGRPT.

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
           05  SR-LOCATION             PIC X(2).
           05  SR-ITEM-NO              PIC X(5).
           05  SR-ITEM-DESC            PIC X(40).
           05  SR-SOLD-QTY             PIC S9(5).
           05  SR-REVENUE              PIC S9(7)V99.
           05  SR-COST                 PIC S9(7)V99.

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  ALL-RECORDS-PROCESSED-SWITCH    PIC X   VALUE "N".
               88  ALL-RECORDS-PROCESSED               VALUE "Y".
           05  ALL-ARCHIVE-PROCESSED-SWITCH    PIC X   VALUE "N".
               88  ALL-ARCHIVE-PROCESSED               VALUE "Y".
           05  ALL-SORTED-PROCESSED-SWITCH     PIC X   VALUE "N".
               88  ALL-SORTED-PROCESSED                VALUE "Y".
           05  ALL-LOCATIONS-LOADED-SWITCH     PIC X   VALUE "N".
               88  ALL-LOCATIONS-LOADED                VALUE "Y".
           05  LOCMST-FOUND-SWITCH             PIC X   VALUE "N".
               88  LOCMST-FOUND                        VALUE "Y".
           05  PRINTING-EXCEPTIONS-SWITCH      PIC X   VALUE "N".
               88  PRINTING-EXCEPTIONS                 VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  AUDIT-FILE-STATUS      PIC XX.
               88  AUDIT-SUCCESSFUL           VALUE "00".
           05  AUDARCH-FILE-STATUS    PIC XX.
               88  AUDARCH-SUCCESSFUL         VALUE "00".
           05  LOCMST-FILE-STATUS     PIC XX.
               88  LOCMST-SUCCESSFUL          VALUE "00".
           05  MARGRPT-FILE-STATUS    PIC XX.
               88  MARGRPT-SUCCESSFUL         VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  PERIOD-CONTROLS.
           05  PERIOD-PARM             PIC X(16)       VALUE SPACES.
               88  PERIOD-MONTH-TO-DATE                VALUE "MTD".
               88  PERIOD-YEAR-TO-DATE                 VALUE "YTD".
           05  PERIOD-RANGE-PARM       REDEFINES PERIOD-PARM.
               10  PR-FROM-DATE        PIC 9(8).
               10  PR-TO-DATE          PIC 9(8).
           05  PERIOD-DESC             PIC X(13)       VALUE SPACES.
           05  PERIOD-FROM-DATE        PIC 9(8)        VALUE ZERO.
           05  PERIOD-FROM-PARTS       REDEFINES PERIOD-FROM-DATE.
               10  PERIOD-FROM-CCYY    PIC 9(4).
               10  PERIOD-FROM-MM      PIC 9(2).
               10  PERIOD-FROM-DD      PIC 9(2).
           05  PERIOD-TO-DATE          PIC 9(8)        VALUE ZERO.
           05  PERIOD-TO-PARTS         REDEFINES PERIOD-TO-DATE.
               10  PERIOD-TO-CCYY      PIC 9(4).
               10  PERIOD-TO-MM        PIC 9(2).
               10  PERIOD-TO-DD        PIC 9(2).

       01  MARGIN-CONTROLS.
           05  MINIMUM-MARGIN-PARM     PIC X(5)        VALUE SPACES.
           05  MINIMUM-MARGIN-NUM      REDEFINES MINIMUM-MARGIN-PARM
                                       PIC 9(3)V99.
           05  MINIMUM-MARGIN-PCT      PIC S9(3)V99    VALUE ZERO.

       01  ARCHIVE-PARM                PIC X(7)    VALUE SPACES.
           88  INCLUDE-ARCHIVE                     VALUE "ARCHIVE".

       01  CONTROL-BREAK-FIELDS.
           05  PREVIOUS-LOCATION       PIC X(2)        VALUE LOW-VALUES.
           05  PREVIOUS-ITEM-NO        PIC X(5)        VALUE LOW-VALUES.
           05  PREVIOUS-ITEM-DESC      PIC X(40)       VALUE SPACES.

       01  MARGIN-WORK-FIELDS.
           05  PCT-REVENUE             PIC S9(11)V99   VALUE ZERO.
           05  PCT-MARGIN              PIC S9(11)V99   VALUE ZERO.
           05  MARGIN-PCT              PIC S9(9)V99    VALUE ZERO.
           05  EXCEPTION-REASON        PIC X(11)       VALUE SPACES.

       01  ITEM-TOTALS.
           05  IT-SOLD-QTY             PIC S9(9)       VALUE ZERO.
           05  IT-REVENUE              PIC S9(9)V99    VALUE ZERO.
           05  IT-COST                 PIC S9(9)V99    VALUE ZERO.
           05  IT-MARGIN               PIC S9(9)V99    VALUE ZERO.

       01  LOCATION-TOTALS.
           05  LT-SOLD-QTY             PIC S9(9)       VALUE ZERO.
           05  LT-REVENUE              PIC S9(11)V99   VALUE ZERO.
           05  LT-COST                 PIC S9(11)V99   VALUE ZERO.
           05  LT-MARGIN               PIC S9(11)V99   VALUE ZERO.

       01  GRAND-TOTALS.
           05  GT-SOLD-QTY             PIC S9(9)       VALUE ZERO.
           05  GT-REVENUE              PIC S9(11)V99   VALUE ZERO.
           05  GT-COST                 PIC S9(11)V99   VALUE ZERO.
           05  GT-MARGIN               PIC S9(11)V99   VALUE ZERO.

       01  LOCMST-TABLE-FIELDS.
           05  LOCMST-COUNT            PIC S9(4)   COMP    VALUE ZERO.
           05  LOCMST-MAX              PIC S9(4)   COMP    VALUE +50.
           05  LOCMST-SUB              PIC S9(4)   COMP    VALUE ZERO.
           05  LOCMST-FOUND-SUB        PIC S9(4)   COMP    VALUE ZERO.
           05  LOCMST-CHECK-CODE       PIC X(2)        VALUE SPACES.
           05  LOCMST-NAME-FOUND       PIC X(25)       VALUE SPACES.
           05  LOCMST-ENTRY            OCCURS 50 TIMES.
               10  LME-LOCATION        PIC X(2).
               10  LME-WAREHOUSE-NAME  PIC X(25).
               10  LME-ACTIVE-FLAG     PIC X.

       01  EXCEPTION-TABLE-FIELDS.
           05  EXCEPTION-COUNT         PIC S9(4)   COMP    VALUE ZERO.
           05  EXCEPTION-MAX           PIC S9(4)   COMP    VALUE +500.
           05  EXCEPTION-SUB           PIC S9(4)   COMP    VALUE ZERO.
           05  EXCEPTION-ENTRY         OCCURS 500 TIMES.
               10  XE-LOCATION         PIC X(2).
               10  XE-ITEM-NO          PIC X(5).
               10  XE-ITEM-DESC        PIC X(40).
               10  XE-SOLD-QTY         PIC S9(9).
               10  XE-REVENUE          PIC S9(9)V99.
               10  XE-COST             PIC S9(9)V99.
               10  XE-MARGIN           PIC S9(9)V99.
               10  XE-MARGIN-PCT       PIC S9(9)V99.
               10  XE-REASON           PIC X(11).

       01  PRINT-CONTROL-FIELDS.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-PER-PAGE          PIC S9(3)       VALUE +55.
           05  PAGE-NUMBER             PIC S9(5)       VALUE ZERO.
           05  RUN-DATE                PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS          REDEFINES RUN-DATE.
               10  RUN-DATE-CCYY       PIC 9(4).
               10  RUN-DATE-MM         PIC 9(2).
               10  RUN-DATE-DD         PIC 9(2).

       01  REPORT-TOTALS.
           05  RT-RECORDS-READ         PIC 9(7)        VALUE ZERO.
           05  RT-ISSUES-IN-PERIOD     PIC 9(7)        VALUE ZERO.
           05  RT-ISSUES-ANALYZED      PIC 9(7)        VALUE ZERO.
           05  RT-ISSUES-BACKORDERED   PIC 9(7)        VALUE ZERO.
           05  RT-ITEMS-REPORTED       PIC 9(7)        VALUE ZERO.
           05  RT-ITEMS-BELOW-COST     PIC 9(7)        VALUE ZERO.
           05  RT-ITEMS-BELOW-MINIMUM  PIC 9(7)        VALUE ZERO.
           05  RT-EXCEPTIONS-NOT-LISTED
                                       PIC 9(7)        VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(7)    VALUE "SEQ3230".
           05  FILLER                  PIC X(13)   VALUE SPACES.
           05  FILLER                  PIC X(35)   VALUE
                   "SALES AND GROSS MARGIN ANALYSIS".
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
           05  FILLER                  PIC X(7)    VALUE "PERIOD ".
           05  HDG2-PERIOD-DESC        PIC X(13).
           05  FILLER                  PIC X(6)    VALUE " FROM ".
           05  HDG2-FROM-MM            PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  HDG2-FROM-DD            PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  HDG2-FROM-CCYY          PIC 9(4).
           05  FILLER                  PIC X(9)    VALUE " THROUGH ".
           05  HDG2-TO-MM              PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  HDG2-TO-DD              PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  HDG2-TO-CCYY            PIC 9(4).
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(19)   VALUE
                   "MINIMUM MARGIN PCT ".
           05  HDG2-MINIMUM-PCT        PIC ZZ9.99.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  HDG2-ARCHIVE            PIC X(16).
           05  FILLER                  PIC X(26)   VALUE SPACES.

       01  LOCATION-HEADING-LINE.
           05  FILLER                  PIC X(9)    VALUE "LOCATION ".
           05  LHL-LOCATION            PIC X(2).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  LHL-WAREHOUSE-NAME      PIC X(25).
           05  FILLER                  PIC X(94)   VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(8)    VALUE "ITEM".
           05  FILLER                  PIC X(36)   VALUE "DESCRIPTION".
           05  FILLER                  PIC X(14)   VALUE "QTY SOLD".
           05  FILLER                  PIC X(18)   VALUE "REVENUE".
           05  FILLER                  PIC X(18)   VALUE
                   "COST OF GOODS".
           05  FILLER                  PIC X(16)   VALUE
                   "GROSS MARGIN".
           05  FILLER                  PIC X(10)   VALUE "MARGIN PCT".
           05  FILLER                  PIC X(12)   VALUE SPACES.

       01  DETAIL-LINE.
           05  DTL-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DTL-ITEM-DESC           PIC X(30).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DTL-SOLD-QTY            PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DTL-REVENUE             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DTL-COST                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DTL-MARGIN              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DTL-MARGIN-PCT          PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(13)   VALUE SPACES.

       01  LOCATION-TOTAL-LINE.
           05  FILLER                  PIC X(9)    VALUE "LOCATION ".
           05  LTL-LOCATION            PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LTL-WAREHOUSE-NAME      PIC X(25).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  LTL-SOLD-QTY            PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  LTL-REVENUE             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  LTL-COST                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  LTL-MARGIN              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  LTL-MARGIN-PCT          PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(13)   VALUE SPACES.

       01  MARGIN-TOTAL-LINE.
           05  FILLER                  PIC X(40)   VALUE
                   "GRAND TOTAL ALL LOCATIONS".
           05  MTL-SOLD-QTY            PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  MTL-REVENUE             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  MTL-COST                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  MTL-MARGIN              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  MTL-MARGIN-PCT          PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(13)   VALUE SPACES.

       01  EXCEPTION-TITLE-LINE.
           05  FILLER                  PIC X(20)   VALUE
                   "MARGIN EXCEPTIONS - ".
           05  FILLER                  PIC X(40)   VALUE
                   "SOLD BELOW COST OR BELOW MINIMUM MARGIN".
           05  FILLER                  PIC X(72)   VALUE SPACES.

       01  EXCEPTION-HEADING-LINE.
           05  FILLER                  PIC X(6)    VALUE "LOC".
           05  FILLER                  PIC X(8)    VALUE "ITEM".
           05  FILLER                  PIC X(30)   VALUE "DESCRIPTION".
           05  FILLER                  PIC X(14)   VALUE "QTY SOLD".
           05  FILLER                  PIC X(18)   VALUE "REVENUE".
           05  FILLER                  PIC X(18)   VALUE
                   "COST OF GOODS".
           05  FILLER                  PIC X(16)   VALUE
                   "GROSS MARGIN".
           05  FILLER                  PIC X(11)   VALUE "MARGIN PCT".
           05  FILLER                  PIC X(11)   VALUE "REASON".

       01  EXCEPTION-LINE.
           05  XL-LOCATION             PIC X(2).
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  XL-ITEM-NO              PIC X(5).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  XL-ITEM-DESC            PIC X(25).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  XL-SOLD-QTY             PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  XL-REVENUE              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  XL-COST                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  XL-MARGIN               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  XL-MARGIN-PCT           PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  XL-REASON               PIC X(11).

       01  NO-EXCEPTIONS-LINE.
           05  FILLER                  PIC X(40)   VALUE
                   "NO ITEMS BELOW COST OR MINIMUM MARGIN".
           05  FILLER                  PIC X(92)   VALUE SPACES.

       01  GRAND-TOTAL-LINE.
           05  GTL-LABEL               PIC X(33).
           05  GTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(90)   VALUE SPACES.

       PROCEDURE DIVISION.

       000-PRODUCE-MARGIN-REPORT.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           PERFORM 100-DETERMINE-PERIOD.
           PERFORM 110-DETERMINE-MINIMUM-MARGIN.
           ACCEPT ARCHIVE-PARM FROM SYSIN.
           PERFORM 120-LOAD-LOCATION-TABLE.
           OPEN OUTPUT MARGRPT.
           SORT SORT-FILE
               ON ASCENDING KEY SR-LOCATION
                                SR-ITEM-NO
               INPUT PROCEDURE 200-SELECT-ISSUE-RECORDS
               OUTPUT PROCEDURE 400-PRINT-MARGIN-REPORT.
           PERFORM 500-PRINT-EXCEPTION-SECTION.
           PERFORM 900-PRINT-GRAND-TOTALS.
           CLOSE MARGRPT.
           DISPLAY "SEQ3230 SALES MARGIN CONTROL TOTALS".
           DISPLAY "  AUDIT RECORDS READ . . . . . . "
                   RT-RECORDS-READ.
           DISPLAY "  ISSUES IN PERIOD . . . . . . . "
                   RT-ISSUES-IN-PERIOD.
           DISPLAY "  ISSUES ANALYZED. . . . . . . . "
                   RT-ISSUES-ANALYZED.
           DISPLAY "  ISSUES BACKORDERED . . . . . . "
                   RT-ISSUES-BACKORDERED.
           DISPLAY "  ITEMS REPORTED . . . . . . . . "
                   RT-ITEMS-REPORTED.
           DISPLAY "  ITEMS SOLD BELOW COST. . . . . "
                   RT-ITEMS-BELOW-COST.
           DISPLAY "  ITEMS BELOW MINIMUM MARGIN . . "
                   RT-ITEMS-BELOW-MINIMUM.
           IF RT-ITEMS-BELOW-COST > ZERO
                   OR RT-ITEMS-BELOW-MINIMUM > ZERO
               MOVE 8 TO RETURN-CODE.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-DETERMINE-PERIOD.

           ACCEPT PERIOD-PARM FROM SYSIN.
           IF PERIOD-PARM = SPACES OR PERIOD-MONTH-TO-DATE
               MOVE "MONTH TO DATE" TO PERIOD-DESC
               MOVE RUN-DATE TO PERIOD-FROM-DATE
                                PERIOD-TO-DATE
               MOVE 1 TO PERIOD-FROM-DD
           ELSE IF PERIOD-YEAR-TO-DATE
               MOVE "YEAR TO DATE" TO PERIOD-DESC
               MOVE RUN-DATE TO PERIOD-FROM-DATE
                                PERIOD-TO-DATE
               MOVE 1 TO PERIOD-FROM-MM
                         PERIOD-FROM-DD
           ELSE IF PERIOD-PARM NUMERIC
               MOVE "DATE RANGE" TO PERIOD-DESC
               MOVE PR-FROM-DATE TO PERIOD-FROM-DATE
               MOVE PR-TO-DATE TO PERIOD-TO-DATE
           ELSE
               DISPLAY "INVALID PERIOD PARAMETER " PERIOD-PARM
               MOVE 16 TO RETURN-CODE
               PERFORM 950-WRITE-RUN-HISTORY
               STOP RUN.
           IF PERIOD-FROM-DATE > PERIOD-TO-DATE
               DISPLAY "INVALID PERIOD PARAMETER " PERIOD-PARM
               MOVE 16 TO RETURN-CODE
               PERFORM 950-WRITE-RUN-HISTORY
               STOP RUN.

       110-DETERMINE-MINIMUM-MARGIN.

           ACCEPT MINIMUM-MARGIN-PARM FROM SYSIN.
           IF MINIMUM-MARGIN-PARM NUMERIC
               MOVE MINIMUM-MARGIN-NUM TO MINIMUM-MARGIN-PCT.
           IF MINIMUM-MARGIN-PARM NOT NUMERIC
               IF MINIMUM-MARGIN-PARM NOT = SPACES
                   DISPLAY "INVALID MINIMUM MARGIN PARAMETER "
                       MINIMUM-MARGIN-PARM
                   MOVE 16 TO RETURN-CODE
                   PERFORM 950-WRITE-RUN-HISTORY
                   STOP RUN.

       120-LOAD-LOCATION-TABLE.

           OPEN INPUT LOCMST.
           PERFORM 125-LOAD-LOCATION-ENTRY
               UNTIL ALL-LOCATIONS-LOADED.
           CLOSE LOCMST.

       125-LOAD-LOCATION-ENTRY.

           READ LOCMST
               AT END
                   SET ALL-LOCATIONS-LOADED TO TRUE
               NOT AT END
                   PERFORM 127-STORE-LOCATION-ENTRY.

       127-STORE-LOCATION-ENTRY.

           IF LOCMST-COUNT >= LOCMST-MAX
               DISPLAY "LOCATION TABLE FULL - ENTRY IGNORED FOR "
                   "LOCATION " LM-LOCATION
           ELSE
               ADD 1 TO LOCMST-COUNT
               MOVE LM-LOCATION TO LME-LOCATION (LOCMST-COUNT)
               MOVE LM-WAREHOUSE-NAME
                   TO LME-WAREHOUSE-NAME (LOCMST-COUNT)
               MOVE LM-ACTIVE-FLAG TO LME-ACTIVE-FLAG (LOCMST-COUNT).

       130-FIND-WAREHOUSE-NAME.

           MOVE "N" TO LOCMST-FOUND-SWITCH.
           MOVE SPACES TO LOCMST-NAME-FOUND.
           PERFORM 140-MATCH-LOCMST-ENTRY
               VARYING LOCMST-SUB FROM 1 BY 1
               UNTIL LOCMST-SUB > LOCMST-COUNT
                   OR LOCMST-FOUND.

       140-MATCH-LOCMST-ENTRY.

           IF LOCMST-SUB <= LOCMST-COUNT
               IF LME-LOCATION (LOCMST-SUB) = LOCMST-CHECK-CODE
                   SET LOCMST-FOUND TO TRUE
                   MOVE LOCMST-SUB TO LOCMST-FOUND-SUB
                   MOVE LME-WAREHOUSE-NAME (LOCMST-SUB)
                       TO LOCMST-NAME-FOUND.

       200-SELECT-ISSUE-RECORDS.

           OPEN INPUT AUDIT-FILE.
           PERFORM 300-PROCESS-AUDIT-RECORD
               UNTIL ALL-RECORDS-PROCESSED.
           CLOSE AUDIT-FILE.
           IF INCLUDE-ARCHIVE
               OPEN INPUT AUDARCH
               PERFORM 350-PROCESS-ARCHIVE-RECORD
                   UNTIL ALL-ARCHIVE-PROCESSED
               CLOSE AUDARCH.

       300-PROCESS-AUDIT-RECORD.

           PERFORM 310-READ-AUDIT-RECORD.
           IF NOT ALL-RECORDS-PROCESSED
               ADD 1 TO RT-RECORDS-READ
               PERFORM 320-CHECK-ISSUE-RECORD.

       310-READ-AUDIT-RECORD.

           READ AUDIT-FILE
               AT END
                   SET ALL-RECORDS-PROCESSED TO TRUE.

       320-CHECK-ISSUE-RECORD.

           IF AR-TRANSACTION-CODE = "5"
               IF AR-TRANSACTION-DATE NUMERIC
                   IF AR-TRANSACTION-DATE >= PERIOD-FROM-DATE
                           AND AR-TRANSACTION-DATE <= PERIOD-TO-DATE
                       PERFORM 330-RELEASE-ISSUE-RECORD.

       330-RELEASE-ISSUE-RECORD.

           ADD 1 TO RT-ISSUES-IN-PERIOD.
           IF AR-ISSUE-QTY > AR-BEFORE-ON-HAND
               ADD 1 TO RT-ISSUES-BACKORDERED.
           IF AR-ISSUE-QTY > ZERO
               MOVE AR-BEFORE-LOCATION TO SR-LOCATION
               MOVE AR-BEFORE-ITEM-NO TO SR-ITEM-NO
               MOVE AR-BEFORE-ITEM-DESC TO SR-ITEM-DESC
               MOVE AR-ISSUE-QTY TO SR-SOLD-QTY
               COMPUTE SR-REVENUE =
                       AR-ISSUE-QTY * AR-BEFORE-UNIT-PRICE
               COMPUTE SR-COST =
                       AR-ISSUE-QTY * AR-BEFORE-UNIT-COST
               RELEASE SORT-RECORD
               ADD 1 TO RT-ISSUES-ANALYZED.

       350-PROCESS-ARCHIVE-RECORD.

           PERFORM 360-READ-ARCHIVE-RECORD.
           IF NOT ALL-ARCHIVE-PROCESSED
               MOVE ARCHIVE-AUDIT-RECORD TO AUDIT-RECORD
               ADD 1 TO RT-RECORDS-READ
               PERFORM 320-CHECK-ISSUE-RECORD.

       360-READ-ARCHIVE-RECORD.

           READ AUDARCH
               AT END
                   SET ALL-ARCHIVE-PROCESSED TO TRUE.

       400-PRINT-MARGIN-REPORT.

           PERFORM 410-PROCESS-SORTED-RECORD
               UNTIL ALL-SORTED-PROCESSED.
           IF PREVIOUS-LOCATION NOT = LOW-VALUES
               PERFORM 440-PRINT-ITEM-LINE
               PERFORM 450-PRINT-LOCATION-TOTALS.
           PERFORM 490-PRINT-MARGIN-TOTAL-LINE.

       410-PROCESS-SORTED-RECORD.

           RETURN SORT-FILE
               AT END
                   SET ALL-SORTED-PROCESSED TO TRUE
               NOT AT END
                   PERFORM 420-ACCUMULATE-SORTED-RECORD.

       420-ACCUMULATE-SORTED-RECORD.

           IF SR-LOCATION NOT = PREVIOUS-LOCATION
               IF PREVIOUS-LOCATION NOT = LOW-VALUES
                   PERFORM 440-PRINT-ITEM-LINE
                   PERFORM 450-PRINT-LOCATION-TOTALS.
           IF SR-LOCATION = PREVIOUS-LOCATION
               IF SR-ITEM-NO NOT = PREVIOUS-ITEM-NO
                   PERFORM 440-PRINT-ITEM-LINE.
           IF SR-LOCATION NOT = PREVIOUS-LOCATION
               MOVE SR-LOCATION TO PREVIOUS-LOCATION
               PERFORM 430-PRINT-LOCATION-HEADING.
           MOVE SR-ITEM-NO TO PREVIOUS-ITEM-NO.
           MOVE SR-ITEM-DESC TO PREVIOUS-ITEM-DESC.
           ADD SR-SOLD-QTY TO IT-SOLD-QTY.
           ADD SR-REVENUE TO IT-REVENUE.
           ADD SR-COST TO IT-COST.

       430-PRINT-LOCATION-HEADING.

           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES.
           MOVE PREVIOUS-LOCATION TO LHL-LOCATION.
           MOVE PREVIOUS-LOCATION TO LOCMST-CHECK-CODE.
           PERFORM 130-FIND-WAREHOUSE-NAME.
           MOVE LOCMST-NAME-FOUND TO LHL-WAREHOUSE-NAME.
           WRITE PRINT-AREA FROM LOCATION-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-AREA FROM COLUMN-HEADING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           ADD 4 TO LINE-COUNT.

       440-PRINT-ITEM-LINE.

           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES
               PERFORM 430-PRINT-LOCATION-HEADING.
           COMPUTE IT-MARGIN = IT-REVENUE - IT-COST.
           MOVE IT-REVENUE TO PCT-REVENUE.
           MOVE IT-MARGIN TO PCT-MARGIN.
           PERFORM 460-COMPUTE-MARGIN-PCT.
           MOVE PREVIOUS-ITEM-NO TO DTL-ITEM-NO.
           MOVE PREVIOUS-ITEM-DESC TO DTL-ITEM-DESC.
           MOVE IT-SOLD-QTY TO DTL-SOLD-QTY.
           MOVE IT-REVENUE TO DTL-REVENUE.
           MOVE IT-COST TO DTL-COST.
           MOVE IT-MARGIN TO DTL-MARGIN.
           MOVE MARGIN-PCT TO DTL-MARGIN-PCT.
           WRITE PRINT-AREA FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO RT-ITEMS-REPORTED.
           ADD IT-SOLD-QTY TO LT-SOLD-QTY.
           ADD IT-REVENUE TO LT-REVENUE.
           ADD IT-COST TO LT-COST.
           PERFORM 470-CHECK-MARGIN-EXCEPTION.
           MOVE ZERO TO IT-SOLD-QTY
                        IT-REVENUE
                        IT-COST
                        IT-MARGIN.

       450-PRINT-LOCATION-TOTALS.

           COMPUTE LT-MARGIN = LT-REVENUE - LT-COST.
           MOVE LT-REVENUE TO PCT-REVENUE.
           MOVE LT-MARGIN TO PCT-MARGIN.
           PERFORM 460-COMPUTE-MARGIN-PCT.
           MOVE PREVIOUS-LOCATION TO LTL-LOCATION.
           MOVE PREVIOUS-LOCATION TO LOCMST-CHECK-CODE.
           PERFORM 130-FIND-WAREHOUSE-NAME.
           MOVE LOCMST-NAME-FOUND TO LTL-WAREHOUSE-NAME.
           MOVE LT-SOLD-QTY TO LTL-SOLD-QTY.
           MOVE LT-REVENUE TO LTL-REVENUE.
           MOVE LT-COST TO LTL-COST.
           MOVE LT-MARGIN TO LTL-MARGIN.
           MOVE MARGIN-PCT TO LTL-MARGIN-PCT.
           WRITE PRINT-AREA FROM LOCATION-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.
           ADD LT-SOLD-QTY TO GT-SOLD-QTY.
           ADD LT-REVENUE TO GT-REVENUE.
           ADD LT-COST TO GT-COST.
           MOVE ZERO TO LT-SOLD-QTY
                        LT-REVENUE
                        LT-COST
                        LT-MARGIN.

       460-COMPUTE-MARGIN-PCT.

           IF PCT-REVENUE > ZERO
               COMPUTE MARGIN-PCT ROUNDED =
                       (PCT-MARGIN * 100) / PCT-REVENUE
           ELSE
               MOVE ZERO TO MARGIN-PCT.
           IF MARGIN-PCT < -99999.99
               MOVE -99999.99 TO MARGIN-PCT.

       470-CHECK-MARGIN-EXCEPTION.

           IF IT-MARGIN < ZERO
               MOVE "BELOW COST" TO EXCEPTION-REASON
               ADD 1 TO RT-ITEMS-BELOW-COST
               PERFORM 480-STORE-MARGIN-EXCEPTION
           ELSE IF MARGIN-PCT < MINIMUM-MARGIN-PCT
               MOVE "BELOW MIN" TO EXCEPTION-REASON
               ADD 1 TO RT-ITEMS-BELOW-MINIMUM
               PERFORM 480-STORE-MARGIN-EXCEPTION.

       480-STORE-MARGIN-EXCEPTION.

           IF EXCEPTION-COUNT >= EXCEPTION-MAX
               DISPLAY "MARGIN EXCEPTION TABLE FULL - NOT LISTED "
                   "ITEM " PREVIOUS-ITEM-NO " LOCATION "
                   PREVIOUS-LOCATION
               ADD 1 TO RT-EXCEPTIONS-NOT-LISTED
           ELSE
               ADD 1 TO EXCEPTION-COUNT
               MOVE PREVIOUS-LOCATION TO XE-LOCATION (EXCEPTION-COUNT)
               MOVE PREVIOUS-ITEM-NO TO XE-ITEM-NO (EXCEPTION-COUNT)
               MOVE PREVIOUS-ITEM-DESC
                   TO XE-ITEM-DESC (EXCEPTION-COUNT)
               MOVE IT-SOLD-QTY
                   TO XE-SOLD-QTY (EXCEPTION-COUNT)
               MOVE IT-REVENUE TO XE-REVENUE (EXCEPTION-COUNT)
               MOVE IT-COST TO XE-COST (EXCEPTION-COUNT)
               MOVE IT-MARGIN TO XE-MARGIN (EXCEPTION-COUNT)
               MOVE MARGIN-PCT TO XE-MARGIN-PCT (EXCEPTION-COUNT)
               MOVE EXCEPTION-REASON TO XE-REASON (EXCEPTION-COUNT).

       490-PRINT-MARGIN-TOTAL-LINE.

           IF PAGE-NUMBER = ZERO
               PERFORM 800-PRINT-HEADING-LINES.
           COMPUTE GT-MARGIN = GT-REVENUE - GT-COST.
           MOVE GT-REVENUE TO PCT-REVENUE.
           MOVE GT-MARGIN TO PCT-MARGIN.
           PERFORM 460-COMPUTE-MARGIN-PCT.
           MOVE GT-SOLD-QTY TO MTL-SOLD-QTY.
           MOVE GT-REVENUE TO MTL-REVENUE.
           MOVE GT-COST TO MTL-COST.
           MOVE GT-MARGIN TO MTL-MARGIN.
           MOVE MARGIN-PCT TO MTL-MARGIN-PCT.
           WRITE PRINT-AREA FROM MARGIN-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           ADD 3 TO LINE-COUNT.

       500-PRINT-EXCEPTION-SECTION.

           SET PRINTING-EXCEPTIONS TO TRUE.
           PERFORM 800-PRINT-HEADING-LINES.
           IF EXCEPTION-COUNT = ZERO
               WRITE PRINT-AREA FROM NO-EXCEPTIONS-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-COUNT.
           PERFORM 510-PRINT-EXCEPTION-LINE
               VARYING EXCEPTION-SUB FROM 1 BY 1
               UNTIL EXCEPTION-SUB > EXCEPTION-COUNT.

       510-PRINT-EXCEPTION-LINE.

           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES.
           MOVE XE-LOCATION (EXCEPTION-SUB) TO XL-LOCATION.
           MOVE XE-ITEM-NO (EXCEPTION-SUB) TO XL-ITEM-NO.
           MOVE XE-ITEM-DESC (EXCEPTION-SUB) TO XL-ITEM-DESC.
           MOVE XE-SOLD-QTY (EXCEPTION-SUB) TO XL-SOLD-QTY.
           MOVE XE-REVENUE (EXCEPTION-SUB) TO XL-REVENUE.
           MOVE XE-COST (EXCEPTION-SUB) TO XL-COST.
           MOVE XE-MARGIN (EXCEPTION-SUB) TO XL-MARGIN.
           MOVE XE-MARGIN-PCT (EXCEPTION-SUB) TO XL-MARGIN-PCT.
           MOVE XE-REASON (EXCEPTION-SUB) TO XL-REASON.
           WRITE PRINT-AREA FROM EXCEPTION-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.

       800-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-NUMBER.
           MOVE RUN-DATE-MM TO HDG1-MM.
           MOVE RUN-DATE-DD TO HDG1-DD.
           MOVE RUN-DATE-CCYY TO HDG1-CCYY.
           MOVE PAGE-NUMBER TO HDG1-PAGE.
           MOVE PERIOD-DESC TO HDG2-PERIOD-DESC.
           MOVE PERIOD-FROM-MM TO HDG2-FROM-MM.
           MOVE PERIOD-FROM-DD TO HDG2-FROM-DD.
           MOVE PERIOD-FROM-CCYY TO HDG2-FROM-CCYY.
           MOVE PERIOD-TO-MM TO HDG2-TO-MM.
           MOVE PERIOD-TO-DD TO HDG2-TO-DD.
           MOVE PERIOD-TO-CCYY TO HDG2-TO-CCYY.
           MOVE MINIMUM-MARGIN-PCT TO HDG2-MINIMUM-PCT.
           IF INCLUDE-ARCHIVE
               MOVE "ARCHIVE INCLUDED" TO HDG2-ARCHIVE
           ELSE
               MOVE SPACES TO HDG2-ARCHIVE.
           WRITE PRINT-AREA FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-AREA FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           MOVE ZERO TO LINE-COUNT.
           IF PRINTING-EXCEPTIONS
               PERFORM 810-PRINT-EXCEPTION-HEADINGS.

       810-PRINT-EXCEPTION-HEADINGS.

           WRITE PRINT-AREA FROM EXCEPTION-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-AREA FROM EXCEPTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           ADD 5 TO LINE-COUNT.

       900-PRINT-GRAND-TOTALS.

           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "AUDIT RECORDS READ" TO GTL-LABEL.
           MOVE RT-RECORDS-READ TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "ISSUES IN PERIOD" TO GTL-LABEL.
           MOVE RT-ISSUES-IN-PERIOD TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "ISSUES ANALYZED" TO GTL-LABEL.
           MOVE RT-ISSUES-ANALYZED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "ISSUES NOT COVERED BY STOCK" TO GTL-LABEL.
           MOVE RT-ISSUES-BACKORDERED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "ITEMS REPORTED" TO GTL-LABEL.
           MOVE RT-ITEMS-REPORTED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "ITEMS SOLD BELOW COST" TO GTL-LABEL.
           MOVE RT-ITEMS-BELOW-COST TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "ITEMS BELOW MINIMUM MARGIN" TO GTL-LABEL.
           MOVE RT-ITEMS-BELOW-MINIMUM TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "EXCEPTIONS NOT LISTED" TO GTL-LABEL.
           MOVE RT-EXCEPTIONS-NOT-LISTED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.

       910-WRITE-GRAND-TOTAL-LINE.

           WRITE PRINT-AREA FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-HISTORY.

           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3230" TO RH-PROGRAM-ID.
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
           MOVE "ISSUES" TO RH-COUNT-LABEL (2).
           MOVE RT-ISSUES-ANALYZED TO RH-COUNT (2).
           MOVE "ITEMS" TO RH-COUNT-LABEL (3).
           MOVE RT-ITEMS-REPORTED TO RH-COUNT (3).
           MOVE "EXCEPTIONS" TO RH-COUNT-LABEL (4).
           COMPUTE RH-COUNT (4) =
                   RT-ITEMS-BELOW-COST + RT-ITEMS-BELOW-MINIMUM.
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUNHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNHIST"
               DISPLAY "FILE STATUS CODE IS " RUNHIST-FILE-STATUS.
           CLOSE RUNHIST.
