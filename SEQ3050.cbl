                           FILE STATUS IS AUDARCH-FILE-STATUS.
           SELECT AUDRPT   ASSIGN TO AUDRPT
                           FILE STATUS IS AUDRPT-FILE-STATUS.
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

       FD  AUDRPT.

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
               88  AUDARCH-SUCCESSFUL         VALUE "00".
           05  AUDRPT-FILE-STATUS     PIC XX.
               88  AUDRPT-SUCCESSFUL          VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  SELECTION-PARM.
           05  SP-KEYWORD              PIC X(5).
               88  SELECT-BY-ITEM              VALUE "ITEM=".
               88  SELECT-BY-CODE              VALUE "CODE=".
               88  SELECT-BY-OPERATOR          VALUE "OPER=".
           05  SP-VALUE                PIC X(8).

       01  ARCHIVE-PARM                PIC X(7)    VALUE SPACES.
           88  INCLUDE-ARCHIVE                     VALUE "ARCHIVE".
           05  CODE-DIGIT              PIC 9           VALUE ZERO.
           05  CODE-SUB                PIC S9(4)       COMP VALUE ZERO.

       01  OPERATOR-TOTAL-FIELDS.
           05  OPERATOR-TOTAL-COUNT    PIC S9(4)   COMP    VALUE ZERO.
           05  OPERATOR-TOTAL-MAX      PIC S9(4)   COMP    VALUE +200.
           05  OPERATOR-TOTAL-SUB      PIC S9(4)   COMP    VALUE ZERO.
           05  OPERATOR-FOUND-SUB      PIC S9(4)   COMP    VALUE ZERO.
           05  OPERATOR-FOUND-SWITCH   PIC X               VALUE "N".
               88  OPERATOR-FOUND                      VALUE "Y".
           05  OPERATOR-TOTAL-ENTRY    OCCURS 200 TIMES.
               10  OTE-OPERATOR-ID     PIC X(8).
               10  OTE-RECORD-COUNT    PIC 9(7).
               10  OTE-CODE-COUNT      PIC 9(7)    OCCURS 9 TIMES.
               10  OTE-ON-HAND-CHANGE  PIC S9(9).

       01  CODE-DESCRIPTION-TABLE.
           05  FILLER                  PIC X(14)   VALUE "1 DELETE".
           05  FILLER                  PIC X(14)   VALUE "2 ADD".

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(11)   VALUE "SELECTION: ".
           05  HDG2-SELECTION          PIC X(13).
           05  FILLER                  PIC X(108)  VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                  PIC X(8)    VALUE "ITEM".
           05  FILLER                  PIC X(11)   VALUE "RCPT QTY".
           05  FILLER                  PIC X(11)   VALUE "ISSUE QTY".
           05  FILLER                  PIC X(11)   VALUE "TRAN DATE".
           05  FILLER                  PIC X(10)   VALUE "OPERATOR".
           05  FILLER                  PIC X(12)   VALUE SPACES.

       01  BEFORE-LINE.
           05  BFL-ITEM-NO             PIC X(5).
           05  BFL-ON-HAND             PIC ZZZ,ZZ9-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  BFL-ON-ORDER            PIC ZZZ,ZZ9-.
           05  FILLER                  PIC X(36)   VALUE SPACES.
           05  BFL-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(14)   VALUE SPACES.

       01  APPLIED-LINE.
           05  FILLER                  PIC X(13)   VALUE SPACES.
           05  CTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(91)   VALUE SPACES.

       01  OPERATOR-HEADING-LINE-1.
           05  FILLER                  PIC X(22)   VALUE
                   "ACTIVITY BY OPERATOR".
           05  FILLER                  PIC X(110)  VALUE SPACES.

       01  OPERATOR-HEADING-LINE-2.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "OPERATOR".
           05  FILLER                  PIC X(9)    VALUE "  RECORDS".
           05  FILLER                  PIC X(8)    VALUE "     DEL".
           05  FILLER                  PIC X(8)    VALUE "     ADD".
           05  FILLER                  PIC X(8)    VALUE "     CHG".
           05  FILLER                  PIC X(8)    VALUE "    RCPT".
           05  FILLER                  PIC X(8)    VALUE "   ISSUE".
           05  FILLER                  PIC X(8)    VALUE "   ORDER".
           05  FILLER                  PIC X(8)    VALUE "   COUNT".
           05  FILLER                  PIC X(8)    VALUE " XFR OUT".
           05  FILLER                  PIC X(8)    VALUE "  XFR IN".
           05  FILLER                  PIC X(13)   VALUE
                   "  ON HAND CHG".
           05  FILLER                  PIC X(26)   VALUE SPACES.

       01  OPERATOR-TOTAL-LINE.
           05  FILLER                  PIC X(2).
           05  OTL-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(2).
           05  OTL-RECORD-COUNT        PIC Z,ZZZ,ZZ9.
           05  OTL-CODE-COUNTS         OCCURS 9 TIMES.
               10  FILLER              PIC X.
               10  OTL-CODE-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2).
           05  OTL-ON-HAND-CHANGE      PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(26).

       PROCEDURE DIVISION.

       000-PRODUCE-AUDIT-REPORT.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           ACCEPT SELECTION-PARM FROM SYSIN.
           ACCEPT ARCHIVE-PARM FROM SYSIN.
           OPEN INPUT AUDIT-FILE.
           OPEN OUTPUT AUDRPT.
           PERFORM 300-PROCESS-AUDIT-RECORD
               UNTIL ALL-RECORDS-PROCESSED.
           IF INCLUDE-ARCHIVE
           PERFORM 900-PRINT-TOTAL-LINES.
           CLOSE AUDIT-FILE
                 AUDRPT.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       300-PROCESS-AUDIT-RECORD.
           IF SELECT-BY-CODE
               IF AR-TRANSACTION-CODE NOT = SP-VALUE (1:1)
                   MOVE "N" TO RECORD-SELECTED-SWITCH.
           IF SELECT-BY-OPERATOR
               IF AR-OPERATOR-ID NOT = SP-VALUE
                   MOVE "N" TO RECORD-SELECTED-SWITCH.

       320-PRINT-AUDIT-ACTIVITY.

               MOVE CODE-DIGIT TO CODE-SUB
               ADD 1 TO RT-CODE-COUNT (CODE-SUB)
           ELSE
               MOVE ZERO TO CODE-SUB
               ADD 1 TO RT-OTHER-CODE-COUNT.
           PERFORM 325-ACCUMULATE-OPERATOR-TOTAL.

       325-ACCUMULATE-OPERATOR-TOTAL.

           MOVE "N" TO OPERATOR-FOUND-SWITCH.
           PERFORM 326-MATCH-OPERATOR-TOTAL
               VARYING OPERATOR-TOTAL-SUB FROM 1 BY 1
               UNTIL OPERATOR-TOTAL-SUB > OPERATOR-TOTAL-COUNT
                   OR OPERATOR-FOUND.
           IF NOT OPERATOR-FOUND
               IF OPERATOR-TOTAL-COUNT >= OPERATOR-TOTAL-MAX
                   DISPLAY "OPERATOR TABLE FULL - ACTIVITY NOT "
                       "SUBTOTALED FOR OPERATOR " AR-OPERATOR-ID
               ELSE
                   ADD 1 TO OPERATOR-TOTAL-COUNT
                   MOVE OPERATOR-TOTAL-COUNT TO OPERATOR-FOUND-SUB
                   PERFORM 327-START-OPERATOR-TOTAL
                   SET OPERATOR-FOUND TO TRUE.
           IF OPERATOR-FOUND
               PERFORM 328-ADD-OPERATOR-TOTAL.

       326-MATCH-OPERATOR-TOTAL.

           IF OPERATOR-TOTAL-SUB <= OPERATOR-TOTAL-COUNT
               IF OTE-OPERATOR-ID (OPERATOR-TOTAL-SUB) = AR-OPERATOR-ID
                   SET OPERATOR-FOUND TO TRUE
                   MOVE OPERATOR-TOTAL-SUB TO OPERATOR-FOUND-SUB.

       327-START-OPERATOR-TOTAL.

           MOVE AR-OPERATOR-ID TO OTE-OPERATOR-ID (OPERATOR-FOUND-SUB).
           MOVE ZERO TO OTE-RECORD-COUNT (OPERATOR-FOUND-SUB)
                        OTE-ON-HAND-CHANGE (OPERATOR-FOUND-SUB).
           PERFORM 329-CLEAR-OPERATOR-CODE-COUNT
               VARYING OPERATOR-TOTAL-SUB FROM 1 BY 1
               UNTIL OPERATOR-TOTAL-SUB > 9.

       328-ADD-OPERATOR-TOTAL.

           ADD 1 TO OTE-RECORD-COUNT (OPERATOR-FOUND-SUB).
           ADD DL-ON-HAND TO OTE-ON-HAND-CHANGE (OPERATOR-FOUND-SUB).
           IF CODE-SUB > ZERO
               ADD 1 TO OTE-CODE-COUNT (OPERATOR-FOUND-SUB, CODE-SUB).

       329-CLEAR-OPERATOR-CODE-COUNT.

           MOVE ZERO TO OTE-CODE-COUNT (OPERATOR-FOUND-SUB,
                                        OPERATOR-TOTAL-SUB).

       330-COMPUTE-AFTER-IMAGE.

           MOVE AR-BEFORE-REORDER-POINT TO BFL-REORDER-POINT.
           MOVE AR-BEFORE-ON-HAND TO BFL-ON-HAND.
           MOVE AR-BEFORE-ON-ORDER TO BFL-ON-ORDER.
           MOVE AR-OPERATOR-ID TO BFL-OPERATOR-ID.
           WRITE PRINT-AREA FROM BEFORE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ZERO TO APL-UNIT-COST
           MOVE PAGE-NUMBER TO HDG1-PAGE.
           WRITE PRINT-AREA FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           IF SELECT-BY-ITEM OR SELECT-BY-CODE OR SELECT-BY-OPERATOR
               MOVE SELECTION-PARM TO HDG2-SELECTION
           ELSE
               MOVE "ALL" TO HDG2-SELECTION.
               MOVE RT-OTHER-CODE-COUNT TO CTL-COUNT
               WRITE PRINT-AREA FROM CODE-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           IF OPERATOR-TOTAL-COUNT > ZERO
               PERFORM 920-PRINT-OPERATOR-TOTALS.

       910-PRINT-CODE-TOTAL.

               MOVE RT-CODE-COUNT (CODE-SUB) TO CTL-COUNT
               WRITE PRINT-AREA FROM CODE-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.

       920-PRINT-OPERATOR-TOTALS.

           IF LINE-COUNT + 5 >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES.
           PERFORM 925-PRINT-OPERATOR-HEADINGS.
           PERFORM 930-PRINT-OPERATOR-TOTAL-LINE
               VARYING OPERATOR-TOTAL-SUB FROM 1 BY 1
               UNTIL OPERATOR-TOTAL-SUB > OPERATOR-TOTAL-COUNT.

       925-PRINT-OPERATOR-HEADINGS.

           WRITE PRINT-AREA FROM OPERATOR-HEADING-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE PRINT-AREA FROM OPERATOR-HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           ADD 5 TO LINE-COUNT.

       930-PRINT-OPERATOR-TOTAL-LINE.

           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES
               PERFORM 925-PRINT-OPERATOR-HEADINGS.
           MOVE SPACES TO OPERATOR-TOTAL-LINE.
           IF OTE-OPERATOR-ID (OPERATOR-TOTAL-SUB) = SPACES
               MOVE "*NONE*" TO OTL-OPERATOR-ID
           ELSE
               MOVE OTE-OPERATOR-ID (OPERATOR-TOTAL-SUB)
                   TO OTL-OPERATOR-ID.
           MOVE OTE-RECORD-COUNT (OPERATOR-TOTAL-SUB)
               TO OTL-RECORD-COUNT.
           PERFORM 935-MOVE-OPERATOR-CODE-COUNT
               VARYING CODE-SUB FROM 1 BY 1
               UNTIL CODE-SUB > 9.
           MOVE OTE-ON-HAND-CHANGE (OPERATOR-TOTAL-SUB)
               TO OTL-ON-HAND-CHANGE.
           WRITE PRINT-AREA FROM OPERATOR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.

       935-MOVE-OPERATOR-CODE-COUNT.

           MOVE OTE-CODE-COUNT (OPERATOR-TOTAL-SUB, CODE-SUB)
               TO OTL-CODE-COUNT (CODE-SUB).

       950-WRITE-RUN-HISTORY.

           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3050" TO RH-PROGRAM-ID.
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
           MOVE "REPORTED" TO RH-COUNT-LABEL (2).
           MOVE RT-RECORDS-REPORTED TO RH-COUNT (2).
           MOVE ZERO TO RH-COUNT (3).
           MOVE ZERO TO RH-COUNT (4).
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUNHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNHIST"
               DISPLAY "FILE STATUS CODE IS " RUNHIST-FILE-STATUS.
           CLOSE RUNHIST.
