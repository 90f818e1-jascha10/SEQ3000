       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3220.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT OPSRPT  ASSIGN TO OPSRPT
                           FILE STATUS IS OPSRPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

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

       FD  OPSRPT.

       01  PRINT-AREA                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  ALL-HISTORY-READ-SWITCH         PIC X   VALUE "N".
               88  ALL-HISTORY-READ                    VALUE "Y".
           05  NEW-CYCLE-SWITCH                PIC X   VALUE "N".
               88  NEW-CYCLE                           VALUE "Y".
           05  CYCLE-SEQ3000-SWITCH            PIC X   VALUE "N".
               88  CYCLE-HAS-SEQ3000                   VALUE "Y".
           05  CYCLE-LIVE-SEQ3000-SWITCH       PIC X   VALUE "N".
               88  CYCLE-HAS-LIVE-SEQ3000              VALUE "Y".
           05  PROGRAM-FOUND-SWITCH            PIC X   VALUE "N".
               88  PROGRAM-FOUND                       VALUE "Y".
           05  PROGRAM-RAN-SWITCH              PIC X   VALUE "N".
               88  PROGRAM-RAN                         VALUE "Y".
           05  DURATION-SECTION-SWITCH         PIC X   VALUE "N".
               88  PRINTING-DURATIONS                  VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".
           05  OPSRPT-FILE-STATUS     PIC XX.
               88  OPSRPT-SUCCESSFUL          VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  CYCLE-CONTROLS.
           05  CYCLES-PARM             PIC X           VALUE SPACE.
           05  CYCLES-NUM              REDEFINES CYCLES-PARM
                                       PIC 9.
           05  CYCLES-REQUESTED        PIC S9(4)   COMP    VALUE +7.
           05  CYCLE-NUMBER            PIC S9(4)   COMP    VALUE ZERO.
           05  TOTAL-CYCLES            PIC S9(4)   COMP    VALUE ZERO.
           05  FIRST-REPORTED-CYCLE    PIC S9(4)   COMP    VALUE ZERO.
           05  CYCLES-REPORTED         PIC S9(4)   COMP    VALUE ZERO.
           05  CYCLE-SLOT              PIC S9(4)   COMP    VALUE ZERO.
           05  CYCLE-SUB               PIC S9(4)   COMP    VALUE ZERO.
           05  CYCLE-SEQ3000-DATE      PIC 9(8)        VALUE ZERO.
           05  CURRENT-SEQ3000-DATE    PIC 9(8)        VALUE ZERO.
           05  CURRENT-SEQ3000-SWITCH  PIC X           VALUE "N".
               88  CURRENT-HAS-SEQ3000                 VALUE "Y".

       01  CYCLE-SLOT-TABLE.
           05  CYCLE-SLOT-ENTRY        OCCURS 9 TIMES.
               10  CS-STARTED-FLAG     PIC X.
                   88  CS-STARTED              VALUE "Y".
               10  CS-CYCLE-DATE       PIC 9(8).
               10  CS-FIRST-START      PIC S9(11).
               10  CS-LAST-END         PIC S9(11).

       01  EXPECTED-PROGRAM-TABLE.
           05  FILLER                  PIC X(8)    VALUE "SEQ3210".
           05  FILLER                  PIC X(8)    VALUE "SEQ3000".
           05  FILLER                  PIC X(8)    VALUE "SEQ3010".
           05  FILLER                  PIC X(8)    VALUE "SEQ3020".
           05  FILLER                  PIC X(8)    VALUE "SEQ3030".
           05  FILLER                  PIC X(8)    VALUE "SEQ3040".
           05  FILLER                  PIC X(8)    VALUE "SEQ3050".
           05  FILLER                  PIC X(8)    VALUE "SEQ3060".
           05  FILLER                  PIC X(8)    VALUE "SEQ3070".
           05  FILLER                  PIC X(8)    VALUE "SEQ3080".
           05  FILLER                  PIC X(8)    VALUE "SEQ3090".
           05  FILLER                  PIC X(8)    VALUE "SEQ3100".
           05  FILLER                  PIC X(8)    VALUE "SEQ3110".
           05  FILLER                  PIC X(8)    VALUE "SEQ3120".
           05  FILLER                  PIC X(8)    VALUE "SEQ3130".
           05  FILLER                  PIC X(8)    VALUE "SEQ3140".
           05  FILLER                  PIC X(8)    VALUE "SEQ3150".
           05  FILLER                  PIC X(8)    VALUE "SEQ3160".
           05  FILLER                  PIC X(8)    VALUE "SEQ3170".
           05  FILLER                  PIC X(8)    VALUE "SEQ3180".
           05  FILLER                  PIC X(8)    VALUE "SEQ3190".
           05  FILLER                  PIC X(8)    VALUE "SEQ3200".
           05  FILLER                  PIC X(8)    VALUE "SEQ3240".
           05  FILLER                  PIC X(8)    VALUE "SEQ3250".

       01  EXPECTED-PROGRAM-ENTRIES    REDEFINES
                                       EXPECTED-PROGRAM-TABLE.
           05  EXPECTED-PROGRAM        OCCURS 24 TIMES
                                       PIC X(8).

       01  PROGRAM-TABLE-FIELDS.
           05  EXPECTED-COUNT          PIC S9(4)   COMP    VALUE +24.
           05  EXPECTED-SUB            PIC S9(4)   COMP    VALUE ZERO.
           05  PROGRAM-COUNT           PIC S9(4)   COMP    VALUE ZERO.
           05  PROGRAM-MAX             PIC S9(4)   COMP    VALUE +40.
           05  PROGRAM-SUB             PIC S9(4)   COMP    VALUE ZERO.
           05  PROGRAM-FOUND-SUB       PIC S9(4)   COMP    VALUE ZERO.
           05  PROGRAM-ENTRY           OCCURS 40 TIMES.
               10  PE-PROGRAM-ID       PIC X(8).
               10  PE-EXPECTED-FLAG    PIC X.
                   88  PE-EXPECTED             VALUE "Y".
               10  PE-CYCLE-DATA       OCCURS 9 TIMES.
                   15  PE-RUN-COUNT        PIC 9(3).
                   15  PE-ELAPSED-SECONDS  PIC 9(7).

       01  CURRENT-DETAIL-FIELDS.
           05  DETAIL-COUNT            PIC S9(4)   COMP    VALUE ZERO.
           05  DETAIL-MAX              PIC S9(4)   COMP    VALUE +100.
           05  DETAIL-SUB              PIC S9(4)   COMP    VALUE ZERO.
           05  COUNT-SUB               PIC S9(4)   COMP    VALUE ZERO.
           05  CURRENT-DETAIL-ENTRY    OCCURS 100 TIMES.
               10  CD-PROGRAM-ID       PIC X(8).
               10  CD-ELAPSED-SECONDS  PIC 9(7).
               10  CD-HISTORY-RECORD   PIC X(150).

       01  HISTORY-WORK-RECORD.
           05  HW-PROGRAM-ID           PIC X(8).
           05  HW-RUN-DATE             PIC 9(8).
           05  HW-START-TIME           PIC 9(8).
           05  HW-END-TIME             PIC 9(8).
           05  HW-RETURN-CODE          PIC 9(4).
           05  HW-PROOF-FLAG           PIC X.
           05  HW-RESTART-FLAG         PIC X.
           05  HW-NEWEMP-READ-FLAG     PIC X.
               88  HW-NEWEMP-READ              VALUE "Y".
           05  HW-NEWEMP-RUN-DATE      PIC 9(8).
           05  HW-COUNT-ENTRY          OCCURS 4 TIMES.
               10  HW-COUNT-LABEL      PIC X(10).
               10  HW-COUNT            PIC 9(9).
           05  FILLER                  PIC X(27).

       01  TIME-WORK-FIELDS.
           05  CLOCK-TIME              PIC 9(8)        VALUE ZERO.
           05  CLOCK-TIME-PARTS        REDEFINES CLOCK-TIME.
               10  CLOCK-HH            PIC 9(2).
               10  CLOCK-MM            PIC 9(2).
               10  CLOCK-SS            PIC 9(2).
               10  CLOCK-HUNDREDTHS    PIC 9(2).
           05  CLOCK-SECONDS           PIC S9(7)       VALUE ZERO.
           05  START-SECONDS           PIC S9(7)       VALUE ZERO.
           05  ELAPSED-SECONDS         PIC S9(7)       VALUE ZERO.
           05  DURATION-SECONDS        PIC S9(9)       VALUE ZERO.
           05  DURATION-HOURS          PIC S9(5)       VALUE ZERO.
           05  DURATION-REMAINDER      PIC S9(5)       VALUE ZERO.
           05  DURATION-TOTAL          PIC S9(9)       VALUE ZERO.
           05  DURATION-CYCLES         PIC S9(3)       VALUE ZERO.
           05  WINDOW-TOTAL            PIC S9(9)       VALUE ZERO.
           05  WINDOW-CYCLES           PIC S9(3)       VALUE ZERO.
           05  RECORD-START-SECONDS    PIC S9(11)      VALUE ZERO.
           05  RECORD-END-SECONDS      PIC S9(11)      VALUE ZERO.
           05  TIME-EDIT.
               10  TE-HH               PIC 9(2).
               10  FILLER              PIC X       VALUE ":".
               10  TE-MM               PIC 9(2).
               10  FILLER              PIC X       VALUE ":".
               10  TE-SS               PIC 9(2).
           05  DATE-WORK               PIC 9(8)        VALUE ZERO.
           05  DATE-WORK-PARTS         REDEFINES DATE-WORK.
               10  DATE-WORK-CCYY      PIC 9(4).
               10  DATE-WORK-MM        PIC 9(2).
               10  DATE-WORK-DD        PIC 9(2).
           05  DATE-EDIT.
               10  DE-MM               PIC 9(2).
               10  FILLER              PIC X       VALUE "/".
               10  DE-DD               PIC 9(2).
               10  FILLER              PIC X       VALUE "/".
               10  DE-CCYY             PIC 9(4).

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

       01  MONTH-OFFSET-TABLE.
           05  FILLER                  PIC X(18)   VALUE
                   "000031059090120151".
           05  FILLER                  PIC X(18)   VALUE
                   "181212243273304334".

       01  MONTH-OFFSET-ENTRIES        REDEFINES MONTH-OFFSET-TABLE.
           05  MONTH-OFFSET            OCCURS 12 TIMES
                                       PIC 9(3).

       01  REPORT-TOTALS.
           05  RT-HISTORY-READ         PIC 9(7)        VALUE ZERO.
           05  RT-PROGRAMS-RUN         PIC 9(7)        VALUE ZERO.
           05  RT-PROGRAMS-NOT-RUN     PIC 9(7)        VALUE ZERO.
           05  RT-NONZERO-RETURN-CODES PIC 9(7)        VALUE ZERO.
           05  RT-NEWEMP-MISMATCHES    PIC 9(7)        VALUE ZERO.
           05  RT-EXCEPTIONS           PIC 9(7)        VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(7)    VALUE "SEQ3220".
           05  FILLER                  PIC X(13)   VALUE SPACES.
           05  FILLER                  PIC X(35)   VALUE
                   "DAILY OPERATIONS SUMMARY".
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
           05  FILLER                  PIC X(22)   VALUE
                   "CURRENT BATCH CYCLE: ".
           05  HDG2-CYCLE-DATE         PIC X(10).
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(20)   VALUE
                   "SEQ3000 RUN DATE: ".
           05  HDG2-SEQ3000-DATE       PIC X(10).
           05  FILLER                  PIC X(65)   VALUE SPACES.

       01  CYCLE-HEADING-LINE.
           05  FILLER                  PIC X(10)   VALUE "PROGRAM".
           05  FILLER                  PIC X(12)   VALUE "RUN DATE".
           05  FILLER                  PIC X(10)   VALUE "START".
           05  FILLER                  PIC X(10)   VALUE "END".
           05  FILLER                  PIC X(10)   VALUE "ELAPSED".
           05  FILLER                  PIC X(6)    VALUE "  RC".
           05  FILLER                  PIC X(6)    VALUE "PROOF".
           05  FILLER                  PIC X(6)    VALUE "RSTRT".
           05  FILLER                  PIC X(12)   VALUE "NEWEMP DATE".
           05  FILLER                  PIC X(24)   VALUE "EXCEPTIONS".
           05  FILLER                  PIC X(26)   VALUE SPACES.

       01  CURRENT-RUN-LINE.
           05  CRL-PROGRAM-ID          PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  CRL-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  CRL-START-TIME          PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  CRL-END-TIME            PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  CRL-ELAPSED-TIME        PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  CRL-RETURN-CODE         PIC ZZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  CRL-PROOF-FLAG          PIC X.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  CRL-RESTART-FLAG        PIC X.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  CRL-NEWEMP-DATE         PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  CRL-EXCEPTION-1         PIC X(12).
           05  CRL-EXCEPTION-2         PIC X(12).
           05  FILLER                  PIC X(26)   VALUE SPACES.

       01  RUN-COUNT-LINE.
           05  FILLER                  PIC X(12).
           05  RCL-COUNT-ENTRY         OCCURS 4 TIMES.
               10  RCL-COUNT-LABEL     PIC X(10).
               10  FILLER              PIC X.
               10  RCL-COUNT           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(3).
           05  FILLER                  PIC X(20).

       01  DURATION-TITLE-LINE.
           05  FILLER                  PIC X(22)   VALUE
                   "STEP DURATIONS - LAST".
           05  DTL-CYCLES              PIC Z9.
           05  FILLER                  PIC X(14)   VALUE
                   " BATCH CYCLES".
           05  FILLER                  PIC X(94)   VALUE SPACES.

       01  DURATION-HEADING-LINE.
           05  DHL-PROGRAM-LABEL       PIC X(10).
           05  DHL-CYCLE-ENTRY         OCCURS 9 TIMES.
               10  DHL-CYCLE-DATE      PIC X(10).
               10  FILLER              PIC X(2).
           05  DHL-AVERAGE             PIC X(10).
           05  FILLER                  PIC X(4).

       01  DURATION-DETAIL-LINE.
           05  DDL-PROGRAM-ID          PIC X(8).
           05  FILLER                  PIC X(2).
           05  DDL-CYCLE-ENTRY         OCCURS 9 TIMES.
               10  DDL-ELAPSED         PIC X(8).
               10  FILLER              PIC X(4).
           05  DDL-AVERAGE             PIC X(8).
           05  FILLER                  PIC X(6).

       01  NO-HISTORY-LINE.
           05  FILLER                  PIC X(40)   VALUE
                   "NO RUN HISTORY RECORDS ON FILE".
           05  FILLER                  PIC X(92)   VALUE SPACES.

       01  GRAND-TOTAL-LINE.
           05  GTL-LABEL               PIC X(33).
           05  GTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(90)   VALUE SPACES.

       PROCEDURE DIVISION.

       000-PRODUCE-OPERATIONS-SUMMARY.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           PERFORM 100-DETERMINE-CYCLE-COUNT.
           PERFORM 110-LOAD-EXPECTED-PROGRAMS.
           OPEN INPUT RUNHIST.
           PERFORM 200-COUNT-HISTORY-CYCLES
               UNTIL ALL-HISTORY-READ.
           CLOSE RUNHIST.
           PERFORM 150-SET-REPORTED-CYCLES.
           OPEN INPUT RUNHIST.
           PERFORM 300-ACCUMULATE-HISTORY
               UNTIL ALL-HISTORY-READ.
           CLOSE RUNHIST.
           OPEN OUTPUT OPSRPT.
           IF TOTAL-CYCLES = ZERO
               PERFORM 800-PRINT-HEADING-LINES
               WRITE PRINT-AREA FROM NO-HISTORY-LINE
                   AFTER ADVANCING 2 LINES
               ADD 1 TO RT-EXCEPTIONS
           ELSE
               PERFORM 400-PRINT-CURRENT-CYCLE
               PERFORM 500-PRINT-STEP-DURATIONS
               PERFORM 900-PRINT-GRAND-TOTALS.
           CLOSE OPSRPT.
           DISPLAY "SEQ3220 OPERATIONS SUMMARY CONTROL TOTALS".
           DISPLAY "  HISTORY RECORDS READ . . . . . " RT-HISTORY-READ.
           DISPLAY "  PROGRAMS RUN THIS CYCLE. . . . " RT-PROGRAMS-RUN.
           DISPLAY "  EXPECTED PROGRAMS NOT RUN. . . "
                   RT-PROGRAMS-NOT-RUN.
           DISPLAY "  NONZERO RETURN CODES . . . . . "
                   RT-NONZERO-RETURN-CODES.
           DISPLAY "  NEWEMP RUN DATE MISMATCHES . . "
                   RT-NEWEMP-MISMATCHES.
           IF RT-EXCEPTIONS > ZERO
               MOVE 8 TO RETURN-CODE.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-DETERMINE-CYCLE-COUNT.

           ACCEPT CYCLES-PARM FROM SYSIN.
           IF CYCLES-PARM NUMERIC AND CYCLES-PARM NOT = "0"
               MOVE CYCLES-NUM TO CYCLES-REQUESTED
           ELSE IF CYCLES-PARM NOT = SPACE
               DISPLAY "INVALID CYCLE COUNT PARAMETER " CYCLES-PARM
               MOVE 16 TO RETURN-CODE
               PERFORM 950-WRITE-RUN-HISTORY
               STOP RUN.

       110-LOAD-EXPECTED-PROGRAMS.

           PERFORM 120-STORE-EXPECTED-PROGRAM
               VARYING EXPECTED-SUB FROM 1 BY 1
               UNTIL EXPECTED-SUB > EXPECTED-COUNT.

       120-STORE-EXPECTED-PROGRAM.

           ADD 1 TO PROGRAM-COUNT.
           MOVE EXPECTED-PROGRAM (EXPECTED-SUB)
               TO PE-PROGRAM-ID (PROGRAM-COUNT).
           MOVE "Y" TO PE-EXPECTED-FLAG (PROGRAM-COUNT).
           PERFORM 125-CLEAR-PROGRAM-CYCLE
               VARYING CYCLE-SUB FROM 1 BY 1
               UNTIL CYCLE-SUB > 9.

       125-CLEAR-PROGRAM-CYCLE.

           MOVE ZERO TO PE-RUN-COUNT (PROGRAM-COUNT, CYCLE-SUB)
                        PE-ELAPSED-SECONDS (PROGRAM-COUNT, CYCLE-SUB).

       150-SET-REPORTED-CYCLES.

           MOVE CYCLE-NUMBER TO TOTAL-CYCLES.
           MOVE CYCLE-SEQ3000-DATE TO CURRENT-SEQ3000-DATE.
           MOVE CYCLE-SEQ3000-SWITCH TO CURRENT-SEQ3000-SWITCH.
           COMPUTE FIRST-REPORTED-CYCLE =
                   TOTAL-CYCLES - CYCLES-REQUESTED + 1.
           IF FIRST-REPORTED-CYCLE < 1
               MOVE 1 TO FIRST-REPORTED-CYCLE.
           COMPUTE CYCLES-REPORTED =
                   TOTAL-CYCLES - FIRST-REPORTED-CYCLE + 1.
           PERFORM 155-CLEAR-CYCLE-SLOT
               VARYING CYCLE-SUB FROM 1 BY 1
               UNTIL CYCLE-SUB > 9.
           MOVE ZERO TO CYCLE-NUMBER
                        CYCLE-SEQ3000-DATE.
           MOVE "N" TO ALL-HISTORY-READ-SWITCH
                       CYCLE-SEQ3000-SWITCH
                       CYCLE-LIVE-SEQ3000-SWITCH.

       155-CLEAR-CYCLE-SLOT.

           MOVE "N" TO CS-STARTED-FLAG (CYCLE-SUB).
           MOVE ZERO TO CS-CYCLE-DATE (CYCLE-SUB)
                        CS-FIRST-START (CYCLE-SUB)
                        CS-LAST-END (CYCLE-SUB).

       200-COUNT-HISTORY-CYCLES.

           PERFORM 210-READ-RUN-HISTORY.
           IF NOT ALL-HISTORY-READ
               ADD 1 TO RT-HISTORY-READ
               PERFORM 220-ASSIGN-HISTORY-CYCLE.

       210-READ-RUN-HISTORY.

           READ RUNHIST
               AT END
                   SET ALL-HISTORY-READ TO TRUE.

       220-ASSIGN-HISTORY-CYCLE.

           MOVE "N" TO NEW-CYCLE-SWITCH.
           IF RH-PROGRAM-ID = "SEQ3220"
               MOVE "N" TO NEW-CYCLE-SWITCH
           ELSE IF CYCLE-NUMBER = ZERO
               SET NEW-CYCLE TO TRUE
           ELSE IF RH-PROGRAM-ID = "SEQ3210"
                   AND CYCLE-HAS-SEQ3000
               SET NEW-CYCLE TO TRUE
           ELSE IF RH-PROGRAM-ID = "SEQ3000"
                   AND RH-RESTART-FLAG NOT = "Y"
                   AND CYCLE-HAS-LIVE-SEQ3000
               SET NEW-CYCLE TO TRUE.
           IF NEW-CYCLE
               ADD 1 TO CYCLE-NUMBER
               MOVE ZERO TO CYCLE-SEQ3000-DATE
               MOVE "N" TO CYCLE-SEQ3000-SWITCH
                           CYCLE-LIVE-SEQ3000-SWITCH.
           IF RH-PROGRAM-ID = "SEQ3000"
               PERFORM 225-NOTE-SEQ3000-RUN.

       225-NOTE-SEQ3000-RUN.

           SET CYCLE-HAS-SEQ3000 TO TRUE.
           MOVE RH-RUN-DATE TO CYCLE-SEQ3000-DATE.
           IF RH-PROOF-FLAG NOT = "Y"
               SET CYCLE-HAS-LIVE-SEQ3000 TO TRUE.

       300-ACCUMULATE-HISTORY.

           PERFORM 210-READ-RUN-HISTORY.
           IF NOT ALL-HISTORY-READ
               PERFORM 220-ASSIGN-HISTORY-CYCLE
               IF CYCLE-NUMBER >= FIRST-REPORTED-CYCLE
                   PERFORM 310-ACCUMULATE-HISTORY-RECORD.

       310-ACCUMULATE-HISTORY-RECORD.

           COMPUTE CYCLE-SLOT = CYCLE-NUMBER - FIRST-REPORTED-CYCLE + 1.
           PERFORM 320-COMPUTE-ELAPSED-TIME.
           PERFORM 330-FIND-PROGRAM-ENTRY.
           IF PROGRAM-FOUND
               ADD 1 TO PE-RUN-COUNT (PROGRAM-FOUND-SUB, CYCLE-SLOT)
               ADD ELAPSED-SECONDS
                   TO PE-ELAPSED-SECONDS (PROGRAM-FOUND-SUB,
                                          CYCLE-SLOT).
           IF RH-PROGRAM-ID NOT = "SEQ3220"
               PERFORM 350-ADD-TO-BATCH-WINDOW.
           IF CYCLE-NUMBER = TOTAL-CYCLES
               PERFORM 360-STORE-CURRENT-DETAIL.

       320-COMPUTE-ELAPSED-TIME.

           MOVE RH-START-TIME TO CLOCK-TIME.
           PERFORM 620-CONVERT-TIME-TO-SECONDS.
           MOVE CLOCK-SECONDS TO START-SECONDS.
           MOVE RH-END-TIME TO CLOCK-TIME.
           PERFORM 620-CONVERT-TIME-TO-SECONDS.
           COMPUTE ELAPSED-SECONDS = CLOCK-SECONDS - START-SECONDS.
           IF ELAPSED-SECONDS < ZERO
               ADD 86400 TO ELAPSED-SECONDS.

       330-FIND-PROGRAM-ENTRY.

           MOVE "N" TO PROGRAM-FOUND-SWITCH.
           PERFORM 335-MATCH-PROGRAM-ENTRY
               VARYING PROGRAM-SUB FROM 1 BY 1
               UNTIL PROGRAM-SUB > PROGRAM-COUNT
                   OR PROGRAM-FOUND.
           IF NOT PROGRAM-FOUND
               PERFORM 340-ADD-PROGRAM-ENTRY.

       335-MATCH-PROGRAM-ENTRY.

           IF PROGRAM-SUB <= PROGRAM-COUNT
               IF PE-PROGRAM-ID (PROGRAM-SUB) = RH-PROGRAM-ID
                   SET PROGRAM-FOUND TO TRUE
                   MOVE PROGRAM-SUB TO PROGRAM-FOUND-SUB.

       340-ADD-PROGRAM-ENTRY.

           IF PROGRAM-COUNT >= PROGRAM-MAX
               DISPLAY "PROGRAM TABLE FULL - DURATIONS NOT SHOWN FOR "
                   "PROGRAM " RH-PROGRAM-ID
           ELSE
               ADD 1 TO PROGRAM-COUNT
               MOVE RH-PROGRAM-ID TO PE-PROGRAM-ID (PROGRAM-COUNT)
               MOVE "N" TO PE-EXPECTED-FLAG (PROGRAM-COUNT)
               PERFORM 125-CLEAR-PROGRAM-CYCLE
                   VARYING CYCLE-SUB FROM 1 BY 1
                   UNTIL CYCLE-SUB > 9
               MOVE PROGRAM-COUNT TO PROGRAM-FOUND-SUB
               SET PROGRAM-FOUND TO TRUE.

       350-ADD-TO-BATCH-WINDOW.

           MOVE RH-RUN-DATE TO CNV-DATE.
           PERFORM 600-CONVERT-DATE-TO-DAYS.
           COMPUTE RECORD-START-SECONDS =
                   CNV-DAY-NUMBER * 86400 + START-SECONDS.
           COMPUTE RECORD-END-SECONDS =
                   RECORD-START-SECONDS + ELAPSED-SECONDS.
           IF NOT CS-STARTED (CYCLE-SLOT)
               SET CS-STARTED (CYCLE-SLOT) TO TRUE
               MOVE RH-RUN-DATE TO CS-CYCLE-DATE (CYCLE-SLOT)
               MOVE RECORD-START-SECONDS TO CS-FIRST-START (CYCLE-SLOT)
               MOVE RECORD-END-SECONDS TO CS-LAST-END (CYCLE-SLOT)
           ELSE
               PERFORM 355-EXTEND-BATCH-WINDOW.
           IF RH-PROGRAM-ID = "SEQ3000"
               MOVE RH-RUN-DATE TO CS-CYCLE-DATE (CYCLE-SLOT).

       355-EXTEND-BATCH-WINDOW.

           IF RECORD-START-SECONDS < CS-FIRST-START (CYCLE-SLOT)
               MOVE RECORD-START-SECONDS TO CS-FIRST-START (CYCLE-SLOT).
           IF RECORD-END-SECONDS > CS-LAST-END (CYCLE-SLOT)
               MOVE RECORD-END-SECONDS TO CS-LAST-END (CYCLE-SLOT).

       360-STORE-CURRENT-DETAIL.

           IF DETAIL-COUNT >= DETAIL-MAX
               DISPLAY "DETAIL TABLE FULL - RUN NOT LISTED FOR "
                   "PROGRAM " RH-PROGRAM-ID
           ELSE
               ADD 1 TO DETAIL-COUNT
               MOVE RH-PROGRAM-ID TO CD-PROGRAM-ID (DETAIL-COUNT)
               MOVE ELAPSED-SECONDS TO CD-ELAPSED-SECONDS (DETAIL-COUNT)
               MOVE RUN-HISTORY-RECORD
                   TO CD-HISTORY-RECORD (DETAIL-COUNT).

       400-PRINT-CURRENT-CYCLE.

           MOVE CS-CYCLE-DATE (CYCLES-REPORTED) TO DATE-WORK.
           PERFORM 650-FORMAT-DATE.
           MOVE DATE-EDIT TO HDG2-CYCLE-DATE.
           IF CURRENT-HAS-SEQ3000
               MOVE CURRENT-SEQ3000-DATE TO DATE-WORK
               PERFORM 650-FORMAT-DATE
               MOVE DATE-EDIT TO HDG2-SEQ3000-DATE
           ELSE
               MOVE "NOT RUN" TO HDG2-SEQ3000-DATE.
           PERFORM 410-PRINT-PROGRAM-RUNS
               VARYING PROGRAM-SUB FROM 1 BY 1
               UNTIL PROGRAM-SUB > PROGRAM-COUNT.

       410-PRINT-PROGRAM-RUNS.

           MOVE "N" TO PROGRAM-RAN-SWITCH.
           IF PE-PROGRAM-ID (PROGRAM-SUB) NOT = "SEQ3220"
               PERFORM 420-PRINT-MATCHING-RUN
                   VARYING DETAIL-SUB FROM 1 BY 1
                   UNTIL DETAIL-SUB > DETAIL-COUNT.
           IF PROGRAM-RAN
               ADD 1 TO RT-PROGRAMS-RUN
           ELSE IF PE-EXPECTED (PROGRAM-SUB)
               PERFORM 440-PRINT-MISSING-PROGRAM.

       420-PRINT-MATCHING-RUN.

           IF CD-PROGRAM-ID (DETAIL-SUB) = PE-PROGRAM-ID (PROGRAM-SUB)
               SET PROGRAM-RAN TO TRUE
               PERFORM 430-PRINT-RUN-LINES.

       430-PRINT-RUN-LINES.

           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES.
           MOVE CD-HISTORY-RECORD (DETAIL-SUB) TO HISTORY-WORK-RECORD.
           MOVE SPACES TO CURRENT-RUN-LINE.
           MOVE HW-PROGRAM-ID TO CRL-PROGRAM-ID.
           MOVE HW-RUN-DATE TO DATE-WORK.
           PERFORM 650-FORMAT-DATE.
           MOVE DATE-EDIT TO CRL-RUN-DATE.
           MOVE HW-START-TIME TO CLOCK-TIME.
           PERFORM 630-FORMAT-CLOCK-TIME.
           MOVE TIME-EDIT TO CRL-START-TIME.
           MOVE HW-END-TIME TO CLOCK-TIME.
           PERFORM 630-FORMAT-CLOCK-TIME.
           MOVE TIME-EDIT TO CRL-END-TIME.
           MOVE CD-ELAPSED-SECONDS (DETAIL-SUB) TO DURATION-SECONDS.
           PERFORM 640-FORMAT-DURATION.
           MOVE TIME-EDIT TO CRL-ELAPSED-TIME.
           MOVE HW-RETURN-CODE TO CRL-RETURN-CODE.
           MOVE HW-PROOF-FLAG TO CRL-PROOF-FLAG.
           MOVE HW-RESTART-FLAG TO CRL-RESTART-FLAG.
           IF HW-NEWEMP-RUN-DATE NOT = ZERO
               MOVE HW-NEWEMP-RUN-DATE TO DATE-WORK
               PERFORM 650-FORMAT-DATE
               MOVE DATE-EDIT TO CRL-NEWEMP-DATE
           ELSE IF HW-NEWEMP-READ
               MOVE "NONE" TO CRL-NEWEMP-DATE.
           IF HW-RETURN-CODE > ZERO
               MOVE "NONZERO RC" TO CRL-EXCEPTION-1
               ADD 1 TO RT-NONZERO-RETURN-CODES
               ADD 1 TO RT-EXCEPTIONS.
           IF HW-NEWEMP-READ
               PERFORM 435-CHECK-NEWEMP-DATE.
           WRITE PRINT-AREA FROM CURRENT-RUN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RUN-COUNT-LINE.
           PERFORM 437-MOVE-RUN-COUNT
               VARYING COUNT-SUB FROM 1 BY 1
               UNTIL COUNT-SUB > 4.
           WRITE PRINT-AREA FROM RUN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 3 TO LINE-COUNT.

       435-CHECK-NEWEMP-DATE.

           IF HW-NEWEMP-RUN-DATE NOT = CURRENT-SEQ3000-DATE
                   OR NOT CURRENT-HAS-SEQ3000
               MOVE "NEWEMP DATE" TO CRL-EXCEPTION-2
               ADD 1 TO RT-NEWEMP-MISMATCHES
               ADD 1 TO RT-EXCEPTIONS.

       437-MOVE-RUN-COUNT.

           IF HW-COUNT-LABEL (COUNT-SUB) NOT = SPACES
               MOVE HW-COUNT-LABEL (COUNT-SUB)
                   TO RCL-COUNT-LABEL (COUNT-SUB)
               MOVE HW-COUNT (COUNT-SUB) TO RCL-COUNT (COUNT-SUB).

       440-PRINT-MISSING-PROGRAM.

           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES.
           MOVE SPACES TO CURRENT-RUN-LINE.
           MOVE PE-PROGRAM-ID (PROGRAM-SUB) TO CRL-PROGRAM-ID.
           MOVE "DID NOT RUN" TO CRL-EXCEPTION-1.
           WRITE PRINT-AREA FROM CURRENT-RUN-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.
           ADD 1 TO RT-PROGRAMS-NOT-RUN.
           ADD 1 TO RT-EXCEPTIONS.

       500-PRINT-STEP-DURATIONS.

           SET PRINTING-DURATIONS TO TRUE.
           MOVE CYCLES-REPORTED TO DTL-CYCLES.
           MOVE SPACES TO DURATION-HEADING-LINE.
           MOVE "PROGRAM" TO DHL-PROGRAM-LABEL.
           PERFORM 510-SET-CYCLE-HEADING
               VARYING CYCLE-SUB FROM 1 BY 1
               UNTIL CYCLE-SUB > CYCLES-REPORTED.
           MOVE "AVERAGE" TO DHL-AVERAGE.
           PERFORM 800-PRINT-HEADING-LINES.
           PERFORM 520-PRINT-PROGRAM-DURATIONS
               VARYING PROGRAM-SUB FROM 1 BY 1
               UNTIL PROGRAM-SUB > PROGRAM-COUNT.
           PERFORM 530-PRINT-BATCH-WINDOW.

       510-SET-CYCLE-HEADING.

           MOVE CS-CYCLE-DATE (CYCLE-SUB) TO DATE-WORK.
           PERFORM 650-FORMAT-DATE.
           MOVE DATE-EDIT TO DHL-CYCLE-DATE (CYCLE-SUB).

       520-PRINT-PROGRAM-DURATIONS.

           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES.
           MOVE SPACES TO DURATION-DETAIL-LINE.
           MOVE PE-PROGRAM-ID (PROGRAM-SUB) TO DDL-PROGRAM-ID.
           MOVE ZERO TO DURATION-TOTAL
                        DURATION-CYCLES.
           PERFORM 525-MOVE-PROGRAM-DURATION
               VARYING CYCLE-SUB FROM 1 BY 1
               UNTIL CYCLE-SUB > CYCLES-REPORTED.
           IF DURATION-CYCLES > ZERO
               DIVIDE DURATION-TOTAL BY DURATION-CYCLES
                   GIVING DURATION-SECONDS ROUNDED
               PERFORM 640-FORMAT-DURATION
               MOVE TIME-EDIT TO DDL-AVERAGE.
           WRITE PRINT-AREA FROM DURATION-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.

       525-MOVE-PROGRAM-DURATION.

           IF PE-RUN-COUNT (PROGRAM-SUB, CYCLE-SUB) > ZERO
               MOVE PE-ELAPSED-SECONDS (PROGRAM-SUB, CYCLE-SUB)
                   TO DURATION-SECONDS
               PERFORM 640-FORMAT-DURATION
               MOVE TIME-EDIT TO DDL-ELAPSED (CYCLE-SUB)
               ADD DURATION-SECONDS TO DURATION-TOTAL
               ADD 1 TO DURATION-CYCLES
           ELSE
               MOVE "NOT RUN" TO DDL-ELAPSED (CYCLE-SUB).

       530-PRINT-BATCH-WINDOW.

           MOVE SPACES TO DURATION-DETAIL-LINE.
           MOVE "WINDOW" TO DDL-PROGRAM-ID.
           MOVE ZERO TO WINDOW-TOTAL
                        WINDOW-CYCLES.
           PERFORM 535-MOVE-WINDOW-DURATION
               VARYING CYCLE-SUB FROM 1 BY 1
               UNTIL CYCLE-SUB > CYCLES-REPORTED.
           IF WINDOW-CYCLES > ZERO
               DIVIDE WINDOW-TOTAL BY WINDOW-CYCLES
                   GIVING DURATION-SECONDS ROUNDED
               PERFORM 640-FORMAT-DURATION
               MOVE TIME-EDIT TO DDL-AVERAGE.
           WRITE PRINT-AREA FROM DURATION-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.

       535-MOVE-WINDOW-DURATION.

           IF CS-STARTED (CYCLE-SUB)
               COMPUTE DURATION-SECONDS = CS-LAST-END (CYCLE-SUB)
                                        - CS-FIRST-START (CYCLE-SUB)
               PERFORM 640-FORMAT-DURATION
               MOVE TIME-EDIT TO DDL-ELAPSED (CYCLE-SUB)
               ADD DURATION-SECONDS TO WINDOW-TOTAL
               ADD 1 TO WINDOW-CYCLES.

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

       620-CONVERT-TIME-TO-SECONDS.

           COMPUTE CLOCK-SECONDS =
                   CLOCK-HH * 3600 + CLOCK-MM * 60 + CLOCK-SS.

       630-FORMAT-CLOCK-TIME.

           MOVE CLOCK-HH TO TE-HH.
           MOVE CLOCK-MM TO TE-MM.
           MOVE CLOCK-SS TO TE-SS.

       640-FORMAT-DURATION.

           DIVIDE DURATION-SECONDS BY 3600
               GIVING DURATION-HOURS
               REMAINDER DURATION-REMAINDER.
           IF DURATION-HOURS > 99
               MOVE 99 TO DURATION-HOURS.
           MOVE DURATION-HOURS TO TE-HH.
           DIVIDE DURATION-REMAINDER BY 60
               GIVING TE-MM
               REMAINDER TE-SS.

       650-FORMAT-DATE.

           MOVE DATE-WORK-MM TO DE-MM.
           MOVE DATE-WORK-DD TO DE-DD.
           MOVE DATE-WORK-CCYY TO DE-CCYY.

       800-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO HDG1-PAGE.
           MOVE RUN-DATE-MM TO HDG1-MM.
           MOVE RUN-DATE-DD TO HDG1-DD.
           MOVE RUN-DATE-CCYY TO HDG1-CCYY.
           WRITE PRINT-AREA FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-AREA FROM HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           IF PRINTING-DURATIONS
               WRITE PRINT-AREA FROM DURATION-TITLE-LINE
                   AFTER ADVANCING 2 LINES
               WRITE PRINT-AREA FROM DURATION-HEADING-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINT-AREA FROM CYCLE-HEADING-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 6 TO LINE-COUNT.

       900-PRINT-GRAND-TOTALS.

           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA
               AFTER ADVANCING 2 LINES.
           MOVE "HISTORY RECORDS READ" TO GTL-LABEL.
           MOVE RT-HISTORY-READ TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "PROGRAMS RUN THIS CYCLE" TO GTL-LABEL.
           MOVE RT-PROGRAMS-RUN TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "EXPECTED PROGRAMS NOT RUN" TO GTL-LABEL.
           MOVE RT-PROGRAMS-NOT-RUN TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "RUNS WITH NONZERO RETURN CODE" TO GTL-LABEL.
           MOVE RT-NONZERO-RETURN-CODES TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "NEWEMP RUN DATE MISMATCHES" TO GTL-LABEL.
           MOVE RT-NEWEMP-MISMATCHES TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.

       910-WRITE-GRAND-TOTAL-LINE.

           WRITE PRINT-AREA FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-HISTORY.

           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3220" TO RH-PROGRAM-ID.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE START-TIME TO RH-START-TIME.
           ACCEPT RH-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           MOVE "N" TO RH-PROOF-FLAG
                       RH-RESTART-FLAG
                       RH-NEWEMP-READ-FLAG.
           MOVE ZERO TO RH-NEWEMP-RUN-DATE.
           MOVE "HISTORY IN" TO RH-COUNT-LABEL (1).
           MOVE RT-HISTORY-READ TO RH-COUNT (1).
           MOVE "RAN" TO RH-COUNT-LABEL (2).
           MOVE RT-PROGRAMS-RUN TO RH-COUNT (2).
           MOVE "NOT RUN" TO RH-COUNT-LABEL (3).
           MOVE RT-PROGRAMS-NOT-RUN TO RH-COUNT (3).
           MOVE "EXCEPTIONS" TO RH-COUNT-LABEL (4).
           MOVE RT-EXCEPTIONS TO RH-COUNT (4).
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUNHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNHIST"
               DISPLAY "FILE STATUS CODE IS " RUNHIST-FILE-STATUS.
           CLOSE RUNHIST.
