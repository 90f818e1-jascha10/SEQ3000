       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3180.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT VENDINV  ASSIGN TO VENDINV
                           FILE STATUS IS VENDINV-FILE-STATUS.
           SELECT PODETL  ASSIGN TO PODETL
                           FILE STATUS IS PODETL-FILE-STATUS.
           SELECT AUDIT-FILE  ASSIGN TO AUDTRAN
                           FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT VENDMST  ASSIGN TO VENDMST
                           FILE STATUS IS VENDMST-FILE-STATUS.
           SELECT VCHHIST  ASSIGN TO VCHHIST
                           FILE STATUS IS VCHHIST-FILE-STATUS.
           SELECT APVOUCH  ASSIGN TO APVOUCH
                           FILE STATUS IS APVOUCH-FILE-STATUS.
           SELECT INVHOLD  ASSIGN TO INVHOLD
                           FILE STATUS IS INVHOLD-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT SORT-FILE  ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.

       FD  VENDINV.

       01  VENDOR-INVOICE-RECORD.
           05  VI-VENDOR-NO            PIC X(5).
           05  VI-INVOICE-NO           PIC X(10).
           05  VI-INVOICE-DATE         PIC 9(8).
           05  VI-PO-NUMBER            PIC 9(6).
           05  VI-ITEM-NO              PIC X(5).
           05  VI-LOCATION             PIC X(2).
           05  VI-INVOICE-QTY          PIC S9(5).
           05  VI-UNIT-COST            PIC S9(3)V99.
           05  VI-LINE-AMOUNT          PIC S9(7)V99.

       FD  PODETL.

       01  PO-DETAIL-RECORD.
           05  PD-PO-NUMBER            PIC 9(6).
           05  PD-VENDOR-NO            PIC X(5).
           05  PD-ITEM-NO              PIC X(5).
           05  PD-LOCATION             PIC X(2).
           05  PD-ITEM-DESC            PIC X(40).
           05  PD-ORDER-QTY            PIC S9(5).
           05  PD-UNIT-COST            PIC S9(3)V99.
           05  PD-EXTENDED-COST        PIC S9(9)V99.
           05  PD-ORDER-DATE           PIC 9(8).
           05  PD-EXPECTED-DATE        PIC 9(8).

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

       FD  VENDMST.

       01  VENDOR-MASTER-RECORD.
           05  VM-VENDOR-NO            PIC X(5).
           05  VM-VENDOR-NAME          PIC X(30).
           05  VM-LEAD-TIME-DAYS       PIC 9(3).
           05  VM-MINIMUM-ORDER-VALUE  PIC S9(7)V99.

       FD  VCHHIST.

       01  PRIOR-VOUCHER-RECORD.
           05  PV-VENDOR-NO            PIC X(5).
           05  PV-INVOICE-NO           PIC X(10).
           05  PV-INVOICE-DATE         PIC 9(8).
           05  PV-PO-NUMBER            PIC 9(6).
           05  PV-ITEM-NO              PIC X(5).
           05  PV-LOCATION             PIC X(2).
           05  PV-INVOICE-QTY          PIC S9(5).
           05  PV-UNIT-COST            PIC S9(3)V99.
           05  PV-LINE-AMOUNT          PIC S9(7)V99.
           05  PV-MATCH-DATE           PIC 9(8).

       FD  APVOUCH.

       01  AP-VOUCHER-RECORD.
           05  AV-VENDOR-NO            PIC X(5).
           05  AV-INVOICE-NO           PIC X(10).
           05  AV-INVOICE-DATE         PIC 9(8).
           05  AV-PO-NUMBER            PIC 9(6).
           05  AV-ITEM-NO              PIC X(5).
           05  AV-LOCATION             PIC X(2).
           05  AV-INVOICE-QTY          PIC S9(5).
           05  AV-UNIT-COST            PIC S9(3)V99.
           05  AV-LINE-AMOUNT          PIC S9(7)V99.
           05  AV-MATCH-DATE           PIC 9(8).

       FD  INVHOLD.

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
           05  SR-VENDOR-NO            PIC X(5).
           05  SR-INVOICE-NO           PIC X(10).
           05  SR-INVOICE-DATE         PIC 9(8).
           05  SR-PO-NUMBER            PIC 9(6).
           05  SR-ITEM-NO              PIC X(5).
           05  SR-LOCATION             PIC X(2).
           05  SR-INVOICE-QTY          PIC S9(5).
           05  SR-UNIT-COST            PIC S9(3)V99.
           05  SR-LINE-AMOUNT          PIC S9(7)V99.

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  ALL-INVOICES-RELEASED-SWITCH    PIC X   VALUE "N".
               88  ALL-INVOICES-RELEASED               VALUE "Y".
           05  ALL-SORTED-PROCESSED-SWITCH     PIC X   VALUE "N".
               88  ALL-SORTED-PROCESSED                VALUE "Y".
           05  ALL-PO-LINES-LOADED-SWITCH      PIC X   VALUE "N".
               88  ALL-PO-LINES-LOADED                 VALUE "Y".
           05  ALL-RECEIPTS-APPLIED-SWITCH     PIC X   VALUE "N".
               88  ALL-RECEIPTS-APPLIED                VALUE "Y".
           05  ALL-PRIOR-VOUCHERS-SWITCH       PIC X   VALUE "N".
               88  ALL-PRIOR-VOUCHERS-APPLIED          VALUE "Y".
           05  ALL-VENDORS-LOADED-SWITCH       PIC X   VALUE "N".
               88  ALL-VENDORS-LOADED                  VALUE "Y".
           05  VENDOR-FOUND-SWITCH             PIC X   VALUE "N".
               88  VENDOR-FOUND                        VALUE "Y".
           05  PO-LINE-FOUND-SWITCH            PIC X   VALUE "N".
               88  PO-LINE-FOUND                       VALUE "Y".
           05  INVOICE-HELD-SWITCH             PIC X   VALUE "N".
               88  INVOICE-HELD                        VALUE "Y".
           05  FATAL-ERROR-SWITCH              PIC X   VALUE "N".
               88  FATAL-ERROR                         VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  VENDINV-FILE-STATUS    PIC XX.
               88  VENDINV-SUCCESSFUL         VALUE "00".
           05  PODETL-FILE-STATUS     PIC XX.
               88  PODETL-SUCCESSFUL          VALUE "00".
           05  AUDIT-FILE-STATUS      PIC XX.
               88  AUDIT-SUCCESSFUL           VALUE "00".
           05  VENDMST-FILE-STATUS    PIC XX.
               88  VENDMST-SUCCESSFUL         VALUE "00".
           05  VCHHIST-FILE-STATUS    PIC XX.
               88  VCHHIST-SUCCESSFUL         VALUE "00".
           05  APVOUCH-FILE-STATUS    PIC XX.
               88  APVOUCH-SUCCESSFUL         VALUE "00".
           05  INVHOLD-FILE-STATUS    PIC XX.
               88  INVHOLD-SUCCESSFUL         VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  TOLERANCE-CONTROLS.
           05  PRICE-TOLERANCE-PARM    PIC X(5)        VALUE SPACES.
           05  PRICE-TOLERANCE-NUM     REDEFINES PRICE-TOLERANCE-PARM
                                       PIC 9(3)V99.
           05  QTY-TOLERANCE-PARM      PIC X(5)        VALUE SPACES.
           05  QTY-TOLERANCE-NUM       REDEFINES QTY-TOLERANCE-PARM
                                       PIC 9(5).
           05  PRICE-TOLERANCE-PCT     PIC S9(3)V99    VALUE +2.00.
           05  QTY-TOLERANCE           PIC S9(5)       VALUE ZERO.

       01  PO-LINE-TABLE-FIELDS.
           05  PO-LINE-COUNT           PIC S9(4)   COMP    VALUE ZERO.
           05  PO-LINE-MAX             PIC S9(4)   COMP    VALUE +2000.
           05  PO-LINE-SUB             PIC S9(4)   COMP    VALUE ZERO.
           05  PO-LINE-FOUND-SUB       PIC S9(4)   COMP    VALUE ZERO.
           05  PO-LINE-CHECK-KEY.
               10  PLK-PO-NUMBER       PIC 9(6).
               10  PLK-ITEM-NO         PIC X(5).
               10  PLK-LOCATION        PIC X(2).
           05  PO-LINE-ENTRY           OCCURS 2000 TIMES.
               10  PE-PO-LINE-KEY.
                   15  PE-PO-NUMBER    PIC 9(6).
                   15  PE-ITEM-NO      PIC X(5).
                   15  PE-LOCATION     PIC X(2).
               10  PE-VENDOR-NO        PIC X(5).
               10  PE-ORDER-QTY        PIC S9(5).
               10  PE-UNIT-COST        PIC S9(3)V99.
               10  PE-RECEIVED-QTY     PIC S9(7).
               10  PE-RECEIVED-COST    PIC S9(9)V99.
               10  PE-INVOICED-QTY     PIC S9(7).

       01  VENDOR-TABLE-FIELDS.
           05  VENDOR-COUNT            PIC S9(4)   COMP    VALUE ZERO.
           05  VENDOR-MAX              PIC S9(4)   COMP    VALUE +100.
           05  VENDOR-SUB              PIC S9(4)   COMP    VALUE ZERO.
           05  VENDOR-FOUND-SUB        PIC S9(4)   COMP    VALUE ZERO.
           05  VENDOR-ENTRY            OCCURS 100 TIMES.
               10  VE-VENDOR-NO        PIC X(5).
               10  VE-VENDOR-NAME      PIC X(30).

       01  INVOICE-LINE-TABLE-FIELDS.
           05  INVOICE-LINE-COUNT      PIC S9(4)   COMP    VALUE ZERO.
           05  INVOICE-LINE-MAX        PIC S9(4)   COMP    VALUE +100.
           05  INVOICE-LINE-SUB        PIC S9(4)   COMP    VALUE ZERO.
           05  EARLIER-LINE-SUB        PIC S9(4)   COMP    VALUE ZERO.
           05  INVOICE-LINES-DROPPED   PIC S9(4)   COMP    VALUE ZERO.
           05  INVOICE-LINE-ENTRY      OCCURS 100 TIMES.
               10  IL-INVOICE-DATE     PIC 9(8).
               10  IL-PO-NUMBER        PIC 9(6).
               10  IL-ITEM-NO          PIC X(5).
               10  IL-LOCATION         PIC X(2).
               10  IL-INVOICE-QTY      PIC S9(5).
               10  IL-UNIT-COST        PIC S9(3)V99.
               10  IL-LINE-AMOUNT      PIC S9(7)V99.
               10  IL-PO-LINE-SUB      PIC S9(4)   COMP.
               10  IL-REASON-CODE      PIC X(2).
               10  IL-REASON-TEXT      PIC X(20).

       01  CONTROL-BREAK-FIELDS.
           05  CURRENT-VENDOR-NO       PIC X(5)        VALUE LOW-VALUES.
           05  CURRENT-INVOICE-NO      PIC X(10)       VALUE LOW-VALUES.
           05  HOLD-VENDOR-NO          PIC X(5)        VALUE LOW-VALUES.

       01  MATCH-WORK-FIELDS.
           05  CUMULATIVE-INVOICED-QTY PIC S9(7)       VALUE ZERO.
           05  RECEIPT-UNIT-COST       PIC S9(3)V99    VALUE ZERO.
           05  COST-DIFFERENCE         PIC S9(4)V99    VALUE ZERO.
           05  PRICE-VARIANCE-PCT      PIC S9(7)V99    VALUE ZERO.
           05  INVOICE-AMOUNT          PIC S9(9)V99    VALUE ZERO.

       01  VENDOR-HOLD-FIELDS.
           05  VH-INVOICES-HELD        PIC 9(5)        VALUE ZERO.
           05  VH-AMOUNT-HELD          PIC S9(11)V99   VALUE ZERO.

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
           05  RT-PO-LINES-LOADED      PIC 9(7)        VALUE ZERO.
           05  RT-RECEIPTS-MATCHED     PIC 9(7)        VALUE ZERO.
           05  RT-RECEIPTS-NO-PO       PIC 9(7)        VALUE ZERO.
           05  RT-PRIOR-VOUCHERS-MATCHED PIC 9(7)      VALUE ZERO.
           05  RT-PRIOR-VOUCHERS-NO-PO PIC 9(7)        VALUE ZERO.
           05  RT-INVOICE-LINES-READ   PIC 9(7)        VALUE ZERO.
           05  RT-INVOICES-READ        PIC 9(7)        VALUE ZERO.
           05  RT-INVOICES-MATCHED     PIC 9(7)        VALUE ZERO.
           05  RT-INVOICES-HELD        PIC 9(7)        VALUE ZERO.
           05  RT-VOUCHER-LINES        PIC 9(7)        VALUE ZERO.
           05  RT-HELD-NO-PO           PIC 9(7)        VALUE ZERO.
           05  RT-HELD-NO-RECEIPT      PIC 9(7)        VALUE ZERO.
           05  RT-HELD-QUANTITY        PIC 9(7)        VALUE ZERO.
           05  RT-HELD-PRICE           PIC 9(7)        VALUE ZERO.
           05  RT-AMOUNT-VOUCHERED     PIC S9(11)V99   VALUE ZERO.
           05  RT-AMOUNT-HELD          PIC S9(11)V99   VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(7)    VALUE "SEQ3180".
           05  FILLER                  PIC X(13)   VALUE SPACES.
           05  FILLER                  PIC X(35)   VALUE
                   "VENDOR INVOICE MATCH HOLD REPORT".
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
           05  FILLER                  PIC X(20)   VALUE
                   "PRICE TOLERANCE PCT ".
           05  HDG2-PRICE-TOLERANCE    PIC ZZ9.99.
           05  FILLER                  PIC X(17)   VALUE
                   "   QTY TOLERANCE ".
           05  HDG2-QTY-TOLERANCE      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(83)   VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                  PIC X(12)   VALUE "INVOICE NO".
           05  FILLER                  PIC X(8)    VALUE "PO NO".
           05  FILLER                  PIC X(7)    VALUE "ITEM".
           05  FILLER                  PIC X(5)    VALUE "LOC".
           05  FILLER                  PIC X(9)    VALUE "INV QTY".
           05  FILLER                  PIC X(10)   VALUE "RCVD QTY".
           05  FILLER                  PIC X(9)    VALUE "PO QTY".
           05  FILLER                  PIC X(9)    VALUE "INV COST".
           05  FILLER                  PIC X(9)    VALUE "PO COST".
           05  FILLER                  PIC X(9)    VALUE "RCPT COST".
           05  FILLER                  PIC X(15)   VALUE
                   "  LINE AMOUNT".
           05  FILLER                  PIC X(30)   VALUE "REASON".

       01  VENDOR-HEADING-LINE.
           05  FILLER                  PIC X(7)    VALUE "VENDOR ".
           05  VHL-VENDOR-NO           PIC X(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  VHL-VENDOR-NAME         PIC X(30).
           05  FILLER                  PIC X(88)   VALUE SPACES.

       01  HOLD-DETAIL-LINE.
           05  HDL-INVOICE-NO          PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  HDL-PO-NUMBER           PIC X(6).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  HDL-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  HDL-LOCATION            PIC X(2).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  HDL-INVOICE-QTY         PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  HDL-RECEIVED-QTY        PIC ZZZ,ZZ9-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  HDL-ORDER-QTY           PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  HDL-INVOICE-COST        PIC ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  HDL-PO-COST             PIC ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  HDL-RECEIPT-COST        PIC ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  HDL-LINE-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  HDL-REASON-CODE         PIC X(2).
           05  FILLER                  PIC X       VALUE SPACES.
           05  HDL-REASON-TEXT         PIC X(20).
           05  FILLER                  PIC X(7)    VALUE SPACES.

       01  VENDOR-TOTAL-LINE.
           05  FILLER                  PIC X(7)    VALUE "VENDOR ".
           05  VTL-VENDOR-NO           PIC X(5).
           05  FILLER                  PIC X(16)   VALUE
                   "  INVOICES HELD ".
           05  VTL-INVOICES-HELD       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14)   VALUE
                   "  AMOUNT HELD ".
           05  VTL-AMOUNT-HELD         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(67)   VALUE SPACES.

       01  GRAND-TOTAL-LINE.
           05  GTL-LABEL               PIC X(33).
           05  GTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(90)   VALUE SPACES.

       01  GRAND-AMOUNT-LINE.
           05  GAL-LABEL               PIC X(33).
           05  GAL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.

       000-MATCH-VENDOR-INVOICES.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           PERFORM 100-DETERMINE-TOLERANCES.
           PERFORM 110-LOAD-PO-LINE-TABLE.
           PERFORM 130-APPLY-POSTED-RECEIPTS.
           PERFORM 150-LOAD-VENDOR-TABLE.
           PERFORM 170-APPLY-PRIOR-VOUCHERS.
           OPEN OUTPUT APVOUCH
                       INVHOLD.
           SORT SORT-FILE
               ON ASCENDING KEY SR-VENDOR-NO
                                SR-INVOICE-NO
                                SR-PO-NUMBER
                                SR-ITEM-NO
                                SR-LOCATION
               INPUT PROCEDURE 200-RELEASE-INVOICE-LINES
               OUTPUT PROCEDURE 400-MATCH-INVOICES.
           PERFORM 900-PRINT-GRAND-TOTALS.
           CLOSE APVOUCH
                 INVHOLD.
           DISPLAY "SEQ3180 INVOICE MATCH CONTROL TOTALS".
           DISPLAY "  INVOICE LINES READ . . . . . . "
                   RT-INVOICE-LINES-READ.
           DISPLAY "  INVOICES MATCHED . . . . . . . "
                   RT-INVOICES-MATCHED.
           DISPLAY "  INVOICES HELD. . . . . . . . . "
                   RT-INVOICES-HELD.
           DISPLAY "  VOUCHER LINES WRITTEN. . . . . "
                   RT-VOUCHER-LINES.
           IF RT-INVOICES-HELD > ZERO
               MOVE 8 TO RETURN-CODE.
           IF FATAL-ERROR
               MOVE 12 TO RETURN-CODE.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-DETERMINE-TOLERANCES.

           ACCEPT PRICE-TOLERANCE-PARM FROM SYSIN.
           IF PRICE-TOLERANCE-PARM NUMERIC
               MOVE PRICE-TOLERANCE-NUM TO PRICE-TOLERANCE-PCT.
           IF PRICE-TOLERANCE-PARM NOT NUMERIC
               IF PRICE-TOLERANCE-PARM NOT = SPACES
                   DISPLAY "INVALID PRICE TOLERANCE PARAMETER "
                       PRICE-TOLERANCE-PARM
                   MOVE 16 TO RETURN-CODE
                   PERFORM 950-WRITE-RUN-HISTORY
                   STOP RUN.
           ACCEPT QTY-TOLERANCE-PARM FROM SYSIN.
           IF QTY-TOLERANCE-PARM NUMERIC
               MOVE QTY-TOLERANCE-NUM TO QTY-TOLERANCE.
           IF QTY-TOLERANCE-PARM NOT NUMERIC
               IF QTY-TOLERANCE-PARM NOT = SPACES
                   DISPLAY "INVALID QUANTITY TOLERANCE PARAMETER "
                       QTY-TOLERANCE-PARM
                   MOVE 16 TO RETURN-CODE
                   PERFORM 950-WRITE-RUN-HISTORY
                   STOP RUN.

       110-LOAD-PO-LINE-TABLE.

           OPEN INPUT PODETL.
           PERFORM 120-LOAD-PO-LINE-ENTRY
               UNTIL ALL-PO-LINES-LOADED.
           CLOSE PODETL.

       120-LOAD-PO-LINE-ENTRY.

           READ PODETL
               AT END
                   SET ALL-PO-LINES-LOADED TO TRUE
               NOT AT END
                   PERFORM 125-STORE-PO-LINE-ENTRY.

       125-STORE-PO-LINE-ENTRY.

           IF PO-LINE-COUNT >= PO-LINE-MAX
               DISPLAY "PO LINE TABLE FULL - ENTRY IGNORED FOR "
                   "PO NUMBER " PD-PO-NUMBER " ITEM " PD-ITEM-NO
           ELSE
               ADD 1 TO PO-LINE-COUNT
               ADD 1 TO RT-PO-LINES-LOADED
               MOVE PD-PO-NUMBER TO PE-PO-NUMBER (PO-LINE-COUNT)
               MOVE PD-ITEM-NO TO PE-ITEM-NO (PO-LINE-COUNT)
               MOVE PD-LOCATION TO PE-LOCATION (PO-LINE-COUNT)
               MOVE PD-VENDOR-NO TO PE-VENDOR-NO (PO-LINE-COUNT)
               MOVE PD-ORDER-QTY TO PE-ORDER-QTY (PO-LINE-COUNT)
               MOVE PD-UNIT-COST TO PE-UNIT-COST (PO-LINE-COUNT)
               MOVE ZERO TO PE-RECEIVED-QTY (PO-LINE-COUNT)
                            PE-RECEIVED-COST (PO-LINE-COUNT)
                            PE-INVOICED-QTY (PO-LINE-COUNT).

       130-APPLY-POSTED-RECEIPTS.

           OPEN INPUT AUDIT-FILE.
           PERFORM 140-APPLY-RECEIPT
               UNTIL ALL-RECEIPTS-APPLIED.
           CLOSE AUDIT-FILE.

       140-APPLY-RECEIPT.

           READ AUDIT-FILE
               AT END
                   SET ALL-RECEIPTS-APPLIED TO TRUE
               NOT AT END
                   IF AR-TRANSACTION-CODE = "4"
                       PERFORM 145-POST-RECEIPT-TO-PO-LINE.

       145-POST-RECEIPT-TO-PO-LINE.

           MOVE "N" TO PO-LINE-FOUND-SWITCH.
           IF AR-PO-NUMBER NUMERIC
               IF AR-PO-NUMBER > ZERO
                   MOVE AR-PO-NUMBER TO PLK-PO-NUMBER
                   MOVE AR-ITEM-NO TO PLK-ITEM-NO
                   MOVE AR-LOCATION TO PLK-LOCATION
                   PERFORM 300-FIND-PO-LINE.
           IF PO-LINE-FOUND
               ADD 1 TO RT-RECEIPTS-MATCHED
               ADD AR-RECEIPT-QTY
                   TO PE-RECEIVED-QTY (PO-LINE-FOUND-SUB)
               COMPUTE PE-RECEIVED-COST (PO-LINE-FOUND-SUB) =
                       PE-RECEIVED-COST (PO-LINE-FOUND-SUB)
                       + (AR-RECEIPT-QTY * AR-UNIT-COST)
           ELSE
               ADD 1 TO RT-RECEIPTS-NO-PO.

       150-LOAD-VENDOR-TABLE.

           OPEN INPUT VENDMST.
           PERFORM 160-LOAD-VENDOR-ENTRY
               UNTIL ALL-VENDORS-LOADED.
           CLOSE VENDMST.

       160-LOAD-VENDOR-ENTRY.

           READ VENDMST
               AT END
                   SET ALL-VENDORS-LOADED TO TRUE
               NOT AT END
                   PERFORM 165-STORE-VENDOR-ENTRY.

       165-STORE-VENDOR-ENTRY.

           IF VENDOR-COUNT >= VENDOR-MAX
               DISPLAY "VENDOR TABLE FULL - ENTRY IGNORED FOR "
                   "VENDOR NUMBER " VM-VENDOR-NO
           ELSE
               ADD 1 TO VENDOR-COUNT
               MOVE VM-VENDOR-NO TO VE-VENDOR-NO (VENDOR-COUNT)
               MOVE VM-VENDOR-NAME TO VE-VENDOR-NAME (VENDOR-COUNT).

       170-APPLY-PRIOR-VOUCHERS.

           OPEN INPUT VCHHIST.
           PERFORM 180-APPLY-PRIOR-VOUCHER
               UNTIL ALL-PRIOR-VOUCHERS-APPLIED.
           CLOSE VCHHIST.

       180-APPLY-PRIOR-VOUCHER.

           READ VCHHIST
               AT END
                   SET ALL-PRIOR-VOUCHERS-APPLIED TO TRUE
               NOT AT END
                   PERFORM 185-POST-VOUCHER-TO-PO-LINE.

       185-POST-VOUCHER-TO-PO-LINE.

           MOVE "N" TO PO-LINE-FOUND-SWITCH.
           IF PV-PO-NUMBER NUMERIC
               MOVE PV-PO-NUMBER TO PLK-PO-NUMBER
               MOVE PV-ITEM-NO TO PLK-ITEM-NO
               MOVE PV-LOCATION TO PLK-LOCATION
               PERFORM 300-FIND-PO-LINE.
           IF PO-LINE-FOUND
               ADD 1 TO RT-PRIOR-VOUCHERS-MATCHED
               ADD PV-INVOICE-QTY
                   TO PE-INVOICED-QTY (PO-LINE-FOUND-SUB)
           ELSE
               ADD 1 TO RT-PRIOR-VOUCHERS-NO-PO.

       200-RELEASE-INVOICE-LINES.

           OPEN INPUT VENDINV.
           PERFORM 210-RELEASE-INVOICE-LINE
               UNTIL ALL-INVOICES-RELEASED.
           CLOSE VENDINV.

       210-RELEASE-INVOICE-LINE.

           READ VENDINV
               AT END
                   SET ALL-INVOICES-RELEASED TO TRUE
               NOT AT END
                   ADD 1 TO RT-INVOICE-LINES-READ
                   MOVE VENDOR-INVOICE-RECORD TO SORT-RECORD
                   RELEASE SORT-RECORD.

       300-FIND-PO-LINE.

           MOVE "N" TO PO-LINE-FOUND-SWITCH.
           PERFORM 310-MATCH-PO-LINE-ENTRY
               VARYING PO-LINE-SUB FROM 1 BY 1
               UNTIL PO-LINE-SUB > PO-LINE-COUNT
                   OR PO-LINE-FOUND.

       310-MATCH-PO-LINE-ENTRY.

           IF PO-LINE-SUB <= PO-LINE-COUNT
               IF PE-PO-LINE-KEY (PO-LINE-SUB) = PO-LINE-CHECK-KEY
                   SET PO-LINE-FOUND TO TRUE
                   MOVE PO-LINE-SUB TO PO-LINE-FOUND-SUB.

       320-FIND-VENDOR-ENTRY.

           MOVE "N" TO VENDOR-FOUND-SWITCH.
           PERFORM 330-MATCH-VENDOR-ENTRY
               VARYING VENDOR-SUB FROM 1 BY 1
               UNTIL VENDOR-SUB > VENDOR-COUNT
                   OR VENDOR-FOUND.

       330-MATCH-VENDOR-ENTRY.

           IF VENDOR-SUB <= VENDOR-COUNT
               IF VE-VENDOR-NO (VENDOR-SUB) = CURRENT-VENDOR-NO
                   SET VENDOR-FOUND TO TRUE
                   MOVE VENDOR-SUB TO VENDOR-FOUND-SUB.

       400-MATCH-INVOICES.

           PERFORM 410-PROCESS-SORTED-RECORD
               UNTIL ALL-SORTED-PROCESSED.
           IF CURRENT-INVOICE-NO NOT = LOW-VALUES
               PERFORM 440-MATCH-INVOICE.
           IF HOLD-VENDOR-NO NOT = LOW-VALUES
               PERFORM 490-PRINT-VENDOR-TOTAL.

       410-PROCESS-SORTED-RECORD.

           RETURN SORT-FILE
               AT END
                   SET ALL-SORTED-PROCESSED TO TRUE
               NOT AT END
                   PERFORM 420-COLLECT-INVOICE-LINE.

       420-COLLECT-INVOICE-LINE.

           IF SR-VENDOR-NO NOT = CURRENT-VENDOR-NO
               OR SR-INVOICE-NO NOT = CURRENT-INVOICE-NO
               IF CURRENT-INVOICE-NO NOT = LOW-VALUES
                   PERFORM 440-MATCH-INVOICE.
           IF SR-VENDOR-NO NOT = CURRENT-VENDOR-NO
               OR SR-INVOICE-NO NOT = CURRENT-INVOICE-NO
               PERFORM 430-START-NEW-INVOICE.
           IF INVOICE-LINE-COUNT >= INVOICE-LINE-MAX
               DISPLAY "INVOICE LINE TABLE FULL FOR VENDOR "
                   SR-VENDOR-NO " INVOICE " SR-INVOICE-NO
               ADD 1 TO INVOICE-LINES-DROPPED
           ELSE
               ADD 1 TO INVOICE-LINE-COUNT
               MOVE SR-INVOICE-DATE
                   TO IL-INVOICE-DATE (INVOICE-LINE-COUNT)
               MOVE SR-PO-NUMBER TO IL-PO-NUMBER (INVOICE-LINE-COUNT)
               MOVE SR-ITEM-NO TO IL-ITEM-NO (INVOICE-LINE-COUNT)
               MOVE SR-LOCATION TO IL-LOCATION (INVOICE-LINE-COUNT)
               MOVE SR-INVOICE-QTY
                   TO IL-INVOICE-QTY (INVOICE-LINE-COUNT)
               MOVE SR-UNIT-COST TO IL-UNIT-COST (INVOICE-LINE-COUNT)
               MOVE SR-LINE-AMOUNT
                   TO IL-LINE-AMOUNT (INVOICE-LINE-COUNT)
               MOVE ZERO TO IL-PO-LINE-SUB (INVOICE-LINE-COUNT)
               MOVE SPACES TO IL-REASON-CODE (INVOICE-LINE-COUNT)
                              IL-REASON-TEXT (INVOICE-LINE-COUNT).

       430-START-NEW-INVOICE.

           MOVE SR-VENDOR-NO TO CURRENT-VENDOR-NO.
           MOVE SR-INVOICE-NO TO CURRENT-INVOICE-NO.
           MOVE ZERO TO INVOICE-LINE-COUNT
                        INVOICE-LINES-DROPPED.
           ADD 1 TO RT-INVOICES-READ.

       440-MATCH-INVOICE.

           MOVE "N" TO INVOICE-HELD-SWITCH.
           MOVE ZERO TO INVOICE-AMOUNT.
           IF INVOICE-LINES-DROPPED > ZERO
               SET INVOICE-HELD TO TRUE.
           PERFORM 450-MATCH-INVOICE-LINE
               VARYING INVOICE-LINE-SUB FROM 1 BY 1
               UNTIL INVOICE-LINE-SUB > INVOICE-LINE-COUNT.
           IF INVOICE-HELD
               PERFORM 480-HOLD-INVOICE
           ELSE
               PERFORM 470-VOUCHER-INVOICE.

       450-MATCH-INVOICE-LINE.

           ADD IL-LINE-AMOUNT (INVOICE-LINE-SUB) TO INVOICE-AMOUNT.
           MOVE "N" TO PO-LINE-FOUND-SWITCH.
           IF IL-PO-NUMBER (INVOICE-LINE-SUB) NUMERIC
               MOVE IL-PO-NUMBER (INVOICE-LINE-SUB) TO PLK-PO-NUMBER
               MOVE IL-ITEM-NO (INVOICE-LINE-SUB) TO PLK-ITEM-NO
               MOVE IL-LOCATION (INVOICE-LINE-SUB) TO PLK-LOCATION
               PERFORM 300-FIND-PO-LINE.
           IF PO-LINE-FOUND
               MOVE PO-LINE-FOUND-SUB
                   TO IL-PO-LINE-SUB (INVOICE-LINE-SUB).
           IF NOT PO-LINE-FOUND
               MOVE "NP" TO IL-REASON-CODE (INVOICE-LINE-SUB)
               MOVE "NO MATCHING PO LINE"
                   TO IL-REASON-TEXT (INVOICE-LINE-SUB)
               ADD 1 TO RT-HELD-NO-PO
           ELSE IF PE-VENDOR-NO (PO-LINE-FOUND-SUB)
                   NOT = CURRENT-VENDOR-NO
               MOVE "NP" TO IL-REASON-CODE (INVOICE-LINE-SUB)
               MOVE "PO IS FOR OTHER VEND"
                   TO IL-REASON-TEXT (INVOICE-LINE-SUB)
               ADD 1 TO RT-HELD-NO-PO
           ELSE IF PE-RECEIVED-QTY (PO-LINE-FOUND-SUB) <= ZERO
               MOVE "NR" TO IL-REASON-CODE (INVOICE-LINE-SUB)
               MOVE "NO RECEIPT POSTED"
                   TO IL-REASON-TEXT (INVOICE-LINE-SUB)
               ADD 1 TO RT-HELD-NO-RECEIPT
           ELSE
               PERFORM 455-CHECK-LINE-QUANTITY.
           IF IL-REASON-CODE (INVOICE-LINE-SUB) = SPACES
               PERFORM 460-CHECK-LINE-PRICE.
           IF IL-REASON-CODE (INVOICE-LINE-SUB) NOT = SPACES
               SET INVOICE-HELD TO TRUE.

       455-CHECK-LINE-QUANTITY.

           COMPUTE CUMULATIVE-INVOICED-QTY =
                   PE-INVOICED-QTY (PO-LINE-FOUND-SUB)
                   + IL-INVOICE-QTY (INVOICE-LINE-SUB).
           PERFORM 457-ADD-EARLIER-INVOICE-LINE
               VARYING EARLIER-LINE-SUB FROM 1 BY 1
               UNTIL EARLIER-LINE-SUB >= INVOICE-LINE-SUB.
           IF CUMULATIVE-INVOICED-QTY >
                   PE-RECEIVED-QTY (PO-LINE-FOUND-SUB) + QTY-TOLERANCE
               MOVE "QR" TO IL-REASON-CODE (INVOICE-LINE-SUB)
               MOVE "QTY OVER RECEIVED"
                   TO IL-REASON-TEXT (INVOICE-LINE-SUB)
               ADD 1 TO RT-HELD-QUANTITY
           ELSE IF CUMULATIVE-INVOICED-QTY >
                   PE-ORDER-QTY (PO-LINE-FOUND-SUB) + QTY-TOLERANCE
               MOVE "QO" TO IL-REASON-CODE (INVOICE-LINE-SUB)
               MOVE "QTY OVER PO ORDERED"
                   TO IL-REASON-TEXT (INVOICE-LINE-SUB)
               ADD 1 TO RT-HELD-QUANTITY.

       457-ADD-EARLIER-INVOICE-LINE.

           IF IL-PO-LINE-SUB (EARLIER-LINE-SUB) = PO-LINE-FOUND-SUB
               ADD IL-INVOICE-QTY (EARLIER-LINE-SUB)
                   TO CUMULATIVE-INVOICED-QTY.

       460-CHECK-LINE-PRICE.

           IF PE-UNIT-COST (PO-LINE-FOUND-SUB) > ZERO
               COMPUTE COST-DIFFERENCE =
                       IL-UNIT-COST (INVOICE-LINE-SUB)
                       - PE-UNIT-COST (PO-LINE-FOUND-SUB)
               IF COST-DIFFERENCE < ZERO
                   COMPUTE COST-DIFFERENCE = ZERO - COST-DIFFERENCE.
           IF PE-UNIT-COST (PO-LINE-FOUND-SUB) > ZERO
               COMPUTE PRICE-VARIANCE-PCT ROUNDED =
                       (COST-DIFFERENCE * 100)
                       / PE-UNIT-COST (PO-LINE-FOUND-SUB)
               IF PRICE-VARIANCE-PCT > PRICE-TOLERANCE-PCT
                   MOVE "PP" TO IL-REASON-CODE (INVOICE-LINE-SUB)
                   MOVE "PRICE VS PO COST"
                       TO IL-REASON-TEXT (INVOICE-LINE-SUB)
                   ADD 1 TO RT-HELD-PRICE.
           IF IL-REASON-CODE (INVOICE-LINE-SUB) = SPACES
               PERFORM 465-CHECK-RECEIPT-PRICE.

       465-CHECK-RECEIPT-PRICE.

           COMPUTE RECEIPT-UNIT-COST ROUNDED =
                   PE-RECEIVED-COST (PO-LINE-FOUND-SUB)
                   / PE-RECEIVED-QTY (PO-LINE-FOUND-SUB).
           IF RECEIPT-UNIT-COST > ZERO
               COMPUTE COST-DIFFERENCE =
                       IL-UNIT-COST (INVOICE-LINE-SUB)
                       - RECEIPT-UNIT-COST
               IF COST-DIFFERENCE < ZERO
                   COMPUTE COST-DIFFERENCE = ZERO - COST-DIFFERENCE.
           IF RECEIPT-UNIT-COST > ZERO
               COMPUTE PRICE-VARIANCE-PCT ROUNDED =
                       (COST-DIFFERENCE * 100) / RECEIPT-UNIT-COST
               IF PRICE-VARIANCE-PCT > PRICE-TOLERANCE-PCT
                   MOVE "PR" TO IL-REASON-CODE (INVOICE-LINE-SUB)
                   MOVE "PRICE VS RECEIPT"
                       TO IL-REASON-TEXT (INVOICE-LINE-SUB)
                   ADD 1 TO RT-HELD-PRICE.

       470-VOUCHER-INVOICE.

           ADD 1 TO RT-INVOICES-MATCHED.
           ADD INVOICE-AMOUNT TO RT-AMOUNT-VOUCHERED.
           PERFORM 475-WRITE-VOUCHER-LINE
               VARYING INVOICE-LINE-SUB FROM 1 BY 1
               UNTIL INVOICE-LINE-SUB > INVOICE-LINE-COUNT.

       475-WRITE-VOUCHER-LINE.

           MOVE IL-PO-LINE-SUB (INVOICE-LINE-SUB) TO PO-LINE-FOUND-SUB.
           ADD IL-INVOICE-QTY (INVOICE-LINE-SUB)
               TO PE-INVOICED-QTY (PO-LINE-FOUND-SUB).
           MOVE CURRENT-VENDOR-NO TO AV-VENDOR-NO.
           MOVE CURRENT-INVOICE-NO TO AV-INVOICE-NO.
           MOVE IL-INVOICE-DATE (INVOICE-LINE-SUB) TO AV-INVOICE-DATE.
           MOVE IL-PO-NUMBER (INVOICE-LINE-SUB) TO AV-PO-NUMBER.
           MOVE IL-ITEM-NO (INVOICE-LINE-SUB) TO AV-ITEM-NO.
           MOVE IL-LOCATION (INVOICE-LINE-SUB) TO AV-LOCATION.
           MOVE IL-INVOICE-QTY (INVOICE-LINE-SUB) TO AV-INVOICE-QTY.
           MOVE IL-UNIT-COST (INVOICE-LINE-SUB) TO AV-UNIT-COST.
           MOVE IL-LINE-AMOUNT (INVOICE-LINE-SUB) TO AV-LINE-AMOUNT.
           MOVE RUN-DATE TO AV-MATCH-DATE.
           WRITE AP-VOUCHER-RECORD.
           IF NOT APVOUCH-SUCCESSFUL
               DISPLAY "WRITE ERROR ON APVOUCH FOR INVOICE NUMBER "
                   AV-INVOICE-NO
               DISPLAY "FILE STATUS CODE IS " APVOUCH-FILE-STATUS
               SET FATAL-ERROR TO TRUE
               SET ALL-SORTED-PROCESSED TO TRUE
           ELSE
               ADD 1 TO RT-VOUCHER-LINES.

       480-HOLD-INVOICE.

           ADD 1 TO RT-INVOICES-HELD.
           ADD INVOICE-AMOUNT TO RT-AMOUNT-HELD.
           IF CURRENT-VENDOR-NO NOT = HOLD-VENDOR-NO
               IF HOLD-VENDOR-NO NOT = LOW-VALUES
                   PERFORM 490-PRINT-VENDOR-TOTAL.
           IF CURRENT-VENDOR-NO NOT = HOLD-VENDOR-NO
               MOVE CURRENT-VENDOR-NO TO HOLD-VENDOR-NO
               PERFORM 485-PRINT-VENDOR-HEADING.
           ADD 1 TO VH-INVOICES-HELD.
           ADD INVOICE-AMOUNT TO VH-AMOUNT-HELD.
           PERFORM 487-PRINT-HOLD-LINE
               VARYING INVOICE-LINE-SUB FROM 1 BY 1
               UNTIL INVOICE-LINE-SUB > INVOICE-LINE-COUNT.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.

       485-PRINT-VENDOR-HEADING.

           IF LINE-COUNT + 5 >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES.
           MOVE HOLD-VENDOR-NO TO VHL-VENDOR-NO.
           PERFORM 320-FIND-VENDOR-ENTRY.
           IF VENDOR-FOUND
               MOVE VE-VENDOR-NAME (VENDOR-FOUND-SUB)
                   TO VHL-VENDOR-NAME
           ELSE
               MOVE "VENDOR NOT ON FILE" TO VHL-VENDOR-NAME.
           WRITE PRINT-AREA FROM VENDOR-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           ADD 3 TO LINE-COUNT.

       487-PRINT-HOLD-LINE.

           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES
               PERFORM 485-PRINT-VENDOR-HEADING.
           MOVE CURRENT-INVOICE-NO TO HDL-INVOICE-NO.
           MOVE IL-PO-NUMBER (INVOICE-LINE-SUB) TO HDL-PO-NUMBER.
           MOVE IL-ITEM-NO (INVOICE-LINE-SUB) TO HDL-ITEM-NO.
           MOVE IL-LOCATION (INVOICE-LINE-SUB) TO HDL-LOCATION.
           MOVE IL-INVOICE-QTY (INVOICE-LINE-SUB) TO HDL-INVOICE-QTY.
           MOVE IL-UNIT-COST (INVOICE-LINE-SUB) TO HDL-INVOICE-COST.
           MOVE IL-LINE-AMOUNT (INVOICE-LINE-SUB) TO HDL-LINE-AMOUNT.
           MOVE IL-REASON-CODE (INVOICE-LINE-SUB) TO HDL-REASON-CODE.
           MOVE IL-REASON-TEXT (INVOICE-LINE-SUB) TO HDL-REASON-TEXT.
           IF IL-PO-LINE-SUB (INVOICE-LINE-SUB) > ZERO
               MOVE IL-PO-LINE-SUB (INVOICE-LINE-SUB)
                   TO PO-LINE-FOUND-SUB
               MOVE PE-RECEIVED-QTY (PO-LINE-FOUND-SUB)
                   TO HDL-RECEIVED-QTY
               MOVE PE-ORDER-QTY (PO-LINE-FOUND-SUB) TO HDL-ORDER-QTY
               MOVE PE-UNIT-COST (PO-LINE-FOUND-SUB) TO HDL-PO-COST
               PERFORM 488-SET-RECEIPT-COST
           ELSE
               MOVE ZERO TO HDL-RECEIVED-QTY
                            HDL-ORDER-QTY
                            HDL-PO-COST
                            HDL-RECEIPT-COST.
           WRITE PRINT-AREA FROM HOLD-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.

       488-SET-RECEIPT-COST.

           IF PE-RECEIVED-QTY (PO-LINE-FOUND-SUB) > ZERO
               COMPUTE RECEIPT-UNIT-COST ROUNDED =
                       PE-RECEIVED-COST (PO-LINE-FOUND-SUB)
                       / PE-RECEIVED-QTY (PO-LINE-FOUND-SUB)
               MOVE RECEIPT-UNIT-COST TO HDL-RECEIPT-COST
           ELSE
               MOVE ZERO TO HDL-RECEIPT-COST.

       490-PRINT-VENDOR-TOTAL.

           MOVE HOLD-VENDOR-NO TO VTL-VENDOR-NO.
           MOVE VH-INVOICES-HELD TO VTL-INVOICES-HELD.
           MOVE VH-AMOUNT-HELD TO VTL-AMOUNT-HELD.
           WRITE PRINT-AREA FROM VENDOR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
           MOVE ZERO TO VH-INVOICES-HELD
                        VH-AMOUNT-HELD.

       800-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-NUMBER.
           MOVE RUN-DATE-MM TO HDG1-MM.
           MOVE RUN-DATE-DD TO HDG1-DD.
           MOVE RUN-DATE-CCYY TO HDG1-CCYY.
           MOVE PAGE-NUMBER TO HDG1-PAGE.
           MOVE PRICE-TOLERANCE-PCT TO HDG2-PRICE-TOLERANCE.
           MOVE QTY-TOLERANCE TO HDG2-QTY-TOLERANCE.
           WRITE PRINT-AREA FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-AREA FROM HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-AREA FROM HEADING-LINE-3
               AFTER ADVANCING 2 LINES.
           MOVE ZERO TO LINE-COUNT.

       900-PRINT-GRAND-TOTALS.

           IF PAGE-NUMBER = ZERO
               PERFORM 800-PRINT-HEADING-LINES.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "PO LINES LOADED" TO GTL-LABEL.
           MOVE RT-PO-LINES-LOADED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "RECEIPTS MATCHED TO PO LINES" TO GTL-LABEL.
           MOVE RT-RECEIPTS-MATCHED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "RECEIPTS WITH NO PO LINE" TO GTL-LABEL.
           MOVE RT-RECEIPTS-NO-PO TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "PRIOR VOUCHER LINES MATCHED" TO GTL-LABEL.
           MOVE RT-PRIOR-VOUCHERS-MATCHED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "PRIOR VOUCHER LINES NO PO LINE" TO GTL-LABEL.
           MOVE RT-PRIOR-VOUCHERS-NO-PO TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "INVOICE LINES READ" TO GTL-LABEL.
           MOVE RT-INVOICE-LINES-READ TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "INVOICES READ" TO GTL-LABEL.
           MOVE RT-INVOICES-READ TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "INVOICES MATCHED AND VOUCHERED" TO GTL-LABEL.
           MOVE RT-INVOICES-MATCHED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "INVOICES HELD" TO GTL-LABEL.
           MOVE RT-INVOICES-HELD TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "  LINES HELD - NO PO LINE" TO GTL-LABEL.
           MOVE RT-HELD-NO-PO TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "  LINES HELD - NO RECEIPT" TO GTL-LABEL.
           MOVE RT-HELD-NO-RECEIPT TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "  LINES HELD - QUANTITY" TO GTL-LABEL.
           MOVE RT-HELD-QUANTITY TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "  LINES HELD - PRICE" TO GTL-LABEL.
           MOVE RT-HELD-PRICE TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "VOUCHER LINES WRITTEN" TO GTL-LABEL.
           MOVE RT-VOUCHER-LINES TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "AMOUNT VOUCHERED" TO GAL-LABEL.
           MOVE RT-AMOUNT-VOUCHERED TO GAL-AMOUNT.
           WRITE PRINT-AREA FROM GRAND-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "AMOUNT HELD" TO GAL-LABEL.
           MOVE RT-AMOUNT-HELD TO GAL-AMOUNT.
           WRITE PRINT-AREA FROM GRAND-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

       910-WRITE-GRAND-TOTAL-LINE.

           WRITE PRINT-AREA FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-HISTORY.

           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3180" TO RH-PROGRAM-ID.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE START-TIME TO RH-START-TIME.
           ACCEPT RH-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           MOVE "N" TO RH-PROOF-FLAG
                       RH-RESTART-FLAG
                       RH-NEWEMP-READ-FLAG.
           MOVE ZERO TO RH-NEWEMP-RUN-DATE.
           MOVE "INVOICES" TO RH-COUNT-LABEL (1).
           MOVE RT-INVOICES-READ TO RH-COUNT (1).
           MOVE "HELD" TO RH-COUNT-LABEL (2).
           MOVE RT-INVOICES-HELD TO RH-COUNT (2).
           MOVE "VOUCHERED" TO RH-COUNT-LABEL (3).
           MOVE RT-VOUCHER-LINES TO RH-COUNT (3).
           MOVE "PRIOR VCH" TO RH-COUNT-LABEL (4).
           MOVE RT-PRIOR-VOUCHERS-MATCHED TO RH-COUNT (4).
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUNHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNHIST"
               DISPLAY "FILE STATUS CODE IS " RUNHIST-FILE-STATUS.
           CLOSE RUNHIST.
