           SELECT ACQ-FILE ASSIGN TO "acquisitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACQ-STATUS.
           SELECT PROMO-FILE ASSIGN TO "promotions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.
           SELECT LOT-FILE ASSIGN TO "lots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "invoices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               FILE STATUS IS WS-ACC-STATUS.
           SELECT CARD-FILE ASSIGN TO "cards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NO
               FILE STATUS IS WS-CARD-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "translog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT CUTOVER-FILE ASSIGN TO "cutover.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTOVER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
           05 SL-UNIT-COST             PIC 9(4)V99.
           05 SL-KIND                  PIC X.
           05 SL-ORIG-RECEIPT          PIC 9(6).
           05 SL-LIST-PRICE            PIC 9(4)V99.
           05 SL-PROMO-ID              PIC X(6).
           05 SL-LOT-NO                PIC 9(5).
           05 SL-TENDER                PIC X(4).
           05 SL-CARD-NO               PIC X(16).
           05 SL-CARD-ACC              PIC X(10).

       FD  RESTOCK-LOG-FILE.
       01  RESTOCK-LOG-RECORD.
           05 SUP-NAME                 PIC X(30).
           05 SUP-LEAD-DAYS            PIC 99.
           05 SUP-CATEGORIES           PIC X(11).
           05 SUP-PAY-DAYS             PIC 99.

       FD  PO-FILE.
       01  PO-RECORD.
           05 PO-QTY-RECEIVED          PIC 999.
           05 PO-SHORT-FLAG            PIC X.
           05 PO-UNIT-COST             PIC 9(4)V99.
           05 PO-RECEIVED-DATE         PIC X(8).

       FD  RECEIPT-FILE.
       01  RECEIPT-TEXT                PIC X(80).
           05 SR-VARIANCE              PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05 SR-STATUS                PIC X(6).
           05 SR-CARD-TAKINGS          PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.

       FD  RECEIPT-NO-FILE.
       01  RECEIPT-NO-RECORD.
           05 RN-LAST                  PIC 9(6).

       FD  SL-ARCH-FILE.
       01  SL-ARCH-RECORD              PIC X(106).

       FD  SL-TEMP-FILE.
       01  SL-TEMP-RECORD              PIC X(106).

       FD  RL-ARCH-FILE.
       01  RL-ARCH-RECORD              PIC X(24).
           05 PC-CHANGE-DATE           PIC X(8).
           05 PC-CASHIER-ID            PIC X(6).

       FD  PROMO-FILE.
       01  PROMO-RECORD.
           05 PM-PROMO-ID              PIC X(6).
           05 PM-TARGET                PIC X(7).
           05 PM-START-DATE            PIC X(8).
           05 PM-END-DATE              PIC X(8).
           05 PM-DEAL-TYPE             PIC X.
           05 PM-VALUE                 PIC 9(4)V99.
           05 PM-BUY-QTY               PIC 99.

       FD  LOT-FILE.
       01  LOT-RECORD.
           05 LT-LOT-NO                PIC 9(5).
           05 LT-PRODUCT-ID            PIC X(7).
           05 LT-PO-NO                 PIC 9(5).
           05 LT-RECEIVED-DATE         PIC X(8).
           05 LT-BEST-BEFORE           PIC X(8).
           05 LT-QTY-RECEIVED          PIC 999.
           05 LT-QTY-ON-HAND           PIC 999.
           05 LT-STATUS                PIC X.

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 IV-SUPPLIER-ID           PIC X(6).
           05 IV-INVOICE-NO            PIC X(12).
           05 IV-PO-NO                 PIC 9(5).
           05 IV-INVOICE-DATE          PIC X(8).
           05 IV-QTY-BILLED            PIC 999.
           05 IV-UNIT-PRICE            PIC 9(4)V99.
           05 IV-AMOUNT                PIC 9(7)V99.
           05 IV-DUE-DATE              PIC X(8).
           05 IV-STATUS                PIC X(8).
           05 IV-NOTE                  PIC X(20).
           05 IV-PAID-DATE             PIC X(8).

       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           05 ACC-NO   PIC X(10).
           05 PIN      PIC X(4).
           05 ACC-NAME PIC X(20).
           05 BALANCE  PIC S9(8)V99.
           05 OPENING-BALANCE PIC S9(8)V99.
           05 DAILY-LIMIT PIC 9(8)V99.
           05 ACC-STATUS PIC X(7).
               88 ACC-LOCKED VALUE "LOCKED".
               88 ACC-CLOSED VALUE "CLOSED".
               88 ACC-REVIEW VALUE "REVIEW".
               88 ACC-DORMANT VALUE "DORMANT".
           05 PIN-FAIL-COUNT PIC 9(2).
           05 ACC-OPEN-DATE PIC X(8).
           05 ACC-TYPE PIC X(1).
               88 ACC-SAVINGS VALUE 'S'.
               88 ACC-CURRENT VALUE 'C'.
           05 OVERDRAFT-LIMIT PIC 9(8)V99.
           05 ACC-REACT-BY PIC X(8).
           05 ACC-REACT-DATE PIC X(8).

       FD  CARD-FILE.
       01  CARD-RECORD.
           05 CARD-NO         PIC X(16).
           05 CARD-ACC-NO     PIC X(10).
           05 CARD-PIN        PIC X(4).
           05 CARD-EXPIRY     PIC X(6).
           05 CARD-STATUS     PIC X(8).
               88 CARD-ACTIVE VALUE "ACTIVE".
           05 CARD-PIN-FAILS  PIC 9(2).
           05 CARD-ISSUE-DATE PIC X(8).
           05 CARD-BLOCK-DATE PIC X(8).
           05 CARD-REPLACES   PIC X(16).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD.
           05 ACC-NO-T   PIC X(10).
           05 DATE-T     PIC X(8).
           05 TIME-T     PIC X(6).
           05 TYPE-T     PIC X(1).
           05 AMOUNT-T   PIC 9(8)V99.
           05 REASON-T   PIC X(2).
           05 ORIG-TYPE-T PIC X(1).
           05 ORIG-DATE-T PIC X(8).
           05 ORIG-TIME-T PIC X(6).
           05 TERM-T     PIC X(4).
           05 CARD-T     PIC X(16).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD              PIC X(72).

       FD  CUTOVER-FILE.
       01  CUTOVER-RECORD.
           05 CUT-DATE         PIC X(8).
           05 CUT-ARCHIVE-FILE PIC X(30).

       WORKING-STORAGE SECTION.
       01  SEED-PRODUCTS.
           05 FILLER           PIC X(7) VALUE 'BK-1001'.
               10 BK-QTY               PIC 999.
               10 BK-UNIT-PRICE        PIC 9(4)V99.
               10 BK-LINE-TOTAL        PIC 9(7)V99.
               10 BK-LIST-PRICE        PIC 9(4)V99.
               10 BK-DISCOUNT          PIC 9(7)V99.
               10 BK-PROMO-ID          PIC X(6).
               10 BK-DEAL-TYPE         PIC X.
               10 BK-BUY-QTY           PIC 99.
               10 BK-FREE-QTY          PIC 999.

       01  PROMO-VARS.
           05 WS-PROMO-STATUS          PIC XX.
           05 PM-COUNT                 PIC 999   VALUE 0.
           05 PM-IDX                   PIC 999.
           05 PM-PICKED                PIC 999.
           05 PM-LINE-IDX              PIC 99.
           05 PM-GROUP-QTY             PIC 9(4).
           05 PM-GROUP-FREE            PIC 9(4).
           05 PM-FIRST-LINE            PIC X.
           05 PM-GROSS                 PIC 9(7)V99.
           05 PM-SAVINGS               PIC 9(8)V99.
           05 PM-ANSWER                PIC X.
           05 PM-ID-IN                 PIC X(6).
           05 PM-TARGET-IN             PIC X(7).
           05 PM-START-IN              PIC X(8).
           05 PM-END-IN                PIC X(8).
           05 PM-TYPE-IN               PIC X.
           05 PM-VALUE-IN              PIC 9(4)V99.
           05 PM-BUY-IN                PIC 99.
           05 PM-DEAL-TEXT             PIC X(20).
           05 PM-FOUND                 PIC X.
           05 EDT-PM-VALUE             PIC Z,ZZ9.99.
           05 PM-TABLE-ENTRY OCCURS 100 TIMES.
               10 PM-T-PROMO-ID        PIC X(6).
               10 PM-T-TARGET          PIC X(7).
               10 PM-T-START-DATE      PIC X(8).
               10 PM-T-END-DATE        PIC X(8).
               10 PM-T-DEAL-TYPE       PIC X.
               10 PM-T-VALUE           PIC 9(4)V99.
               10 PM-T-BUY-QTY         PIC 99.

       01  LOT-VARS.
           05 WS-LOT-STATUS            PIC XX.
           05 LT-COUNT                 PIC 999   VALUE 0.
           05 LT-IDX                   PIC 999.
           05 LT-PICKED                PIC 999.
           05 LT-OVERFLOW              PIC X     VALUE 'N'.
           05 LT-NEXT-NO               PIC 9(5).
           05 LT-PO-IN                 PIC 9(5).
           05 LT-BB-IN                 PIC X(8).
           05 LT-ON-HAND               PIC 9(6).
           05 LT-UNTRACKED             PIC 9(6).
           05 LT-NEED                  PIC 9(6).
           05 LT-LAST-LOT              PIC 9(5).
           05 LT-RETURN-LOT            PIC 9(5).
           05 LT-DAYS                  PIC 999.
           05 LT-TODAY-INT             PIC 9(8).
           05 LT-LIMIT-INT             PIC 9(8).
           05 LT-BB-INT                PIC 9(8).
           05 LT-DATE-NUM              PIC 9(8).
           05 LT-DAYS-LEFT             PIC S9(5).
           05 LT-LISTED                PIC 999.
           05 LT-WO-QTY                PIC 999.
           05 LT-WO-VALUE              PIC 9(7)V99.
           05 LT-WO-TOTAL              PIC 9(8)V99.
           05 LT-ANSWER                PIC X.
           05 EDT-LT-DAYS-LEFT         PIC -ZZZ9.
           05 LT-TABLE-ENTRY OCCURS 999 TIMES.
               10 LT-T-LOT-NO          PIC 9(5).
               10 LT-T-PRODUCT-ID      PIC X(7).
               10 LT-T-PO-NO           PIC 9(5).
               10 LT-T-RECEIVED-DATE   PIC X(8).
               10 LT-T-BEST-BEFORE     PIC X(8).
               10 LT-T-QTY-RECEIVED    PIC 999.
               10 LT-T-QTY-ON-HAND     PIC 999.
               10 LT-T-STATUS          PIC X.
               10 LT-T-LISTED          PIC X.

       01  PROMO-EFFECT-VARS.
           05 PE-WEEKS                 PIC 99.
           05 PE-START-INT             PIC 9(8).
           05 PE-END-INT               PIC 9(8).
           05 PE-BASE-INT              PIC 9(8).
           05 PE-DATE-NUM              PIC 9(8).
           05 PE-BASE-DATE-NUM         PIC 9(8).
           05 PE-BASE-DATE             PIC X(8).
           05 PE-PROMO-DAYS            PIC 9(5).
           05 PE-BASE-DAYS             PIC 9(5).
           05 PE-MONTH                 PIC X(6).
           05 PE-MONTH-R REDEFINES PE-MONTH.
               10 PE-MONTH-YYYY        PIC 9(4).
               10 PE-MONTH-MM          PIC 99.
           05 PE-LINE-UNITS            PIC S9(5).
           05 PE-LINE-SALES            PIC S9(8)V99.
           05 PE-LINE-MARGIN           PIC S9(8)V99.
           05 PE-LINE-DISCOUNT         PIC S9(8)V99.
           05 PE-PROMO-UNITS           PIC S9(7)      VALUE 0.
           05 PE-PROMO-SALES           PIC S9(9)V99   VALUE 0.
           05 PE-PROMO-MARGIN          PIC S9(9)V99   VALUE 0.
           05 PE-PROMO-DEAL-UNITS      PIC S9(7)      VALUE 0.
           05 PE-PROMO-DISCOUNT        PIC S9(9)V99   VALUE 0.
           05 PE-BASE-UNITS            PIC S9(7)      VALUE 0.
           05 PE-BASE-SALES            PIC S9(9)V99   VALUE 0.
           05 PE-BASE-MARGIN           PIC S9(9)V99   VALUE 0.
           05 PE-PROMO-WK-UNITS        PIC S9(7)V99.
           05 PE-BASE-WK-UNITS         PIC S9(7)V99.
           05 PE-PROMO-WK-MARGIN       PIC S9(9)V99.
           05 PE-BASE-WK-MARGIN        PIC S9(9)V99.
           05 PE-CHANGE-PCT            PIC S9(5)V9.
           05 EDT-PE-UNITS-B           PIC -ZZZ,ZZZ,ZZ9.
           05 EDT-PE-UNITS-D           PIC -ZZZ,ZZZ,ZZ9.
           05 EDT-PE-AMT-B             PIC -ZZZ,ZZZ,ZZ9.99.
           05 EDT-PE-AMT-D             PIC -ZZZ,ZZZ,ZZ9.99.
           05 EDT-PE-PCT               PIC -ZZZZ9.9.

       01  SHIFT-RECON-VARS.
           05 WS-SHIFT-RECON-STATUS    PIC XX.
           05 WS-SHIFT-POST-COUNT      PIC 9(4).
           05 EDT-SHIFT-AMOUNT         PIC Z,ZZZ,ZZZ.99.
           05 EDT-SHIFT-VARIANCE       PIC +Z,ZZZ,ZZZ.99.
           05 WS-SHIFT-CARD            PIC S9(9)V99.

       01  CARD-PAYMENT-VARS.
           05 WS-ACC-STATUS            PIC XX.
           05 WS-CARD-STATUS           PIC XX.
           05 WS-TRANSLOG-STATUS       PIC XX.
           05 WS-ARCH-STATUS           PIC XX.
           05 WS-CUTOVER-STATUS        PIC XX.
           05 WS-ARCHIVE-FILENAME      PIC X(30).
           05 CD-MERCHANT-ACC          PIC X(10) VALUE "9000000001".
           05 CD-TERMINAL-ID           PIC X(4)  VALUE "SHOP".
           05 CD-MAX-PIN-FAILS         PIC 99    VALUE 3.
           05 CD-TENDER                PIC X(4).
           05 CD-CHOICE                PIC X.
           05 CD-CARD-IN               PIC X(16).
           05 CD-PIN-IN                PIC X(4).
           05 CD-CUST-ACC              PIC X(10).
           05 CD-CARD-OK               PIC X.
           05 CD-CREDIT-OK             PIC X.
           05 CD-POSTED                PIC X.
           05 CD-REFUSAL               PIC X(30).
           05 CD-AMOUNT                PIC 9(8)V99.
           05 CD-AVAILABLE             PIC S9(9)V99.
           05 CD-DEBIT-ACC             PIC X(10).
           05 CD-CREDIT-ACC            PIC X(10).
           05 CD-DEBIT-CARD            PIC X(16).
           05 CD-CREDIT-CARD           PIC X(16).
           05 CD-NOW                   PIC X(21).
           05 CD-SET-DATE              PIC X(8).
           05 CD-BEST-CUT              PIC X(8).
           05 CD-LAST-RECEIPT          PIC 9(6).
           05 CD-ST-SALE-COUNT         PIC 9(5).
           05 CD-ST-SALES              PIC 9(9)V99.
           05 CD-ST-REF-COUNT          PIC 9(5).
           05 CD-ST-REFUNDS            PIC 9(9)V99.
           05 CD-ST-NET                PIC S9(9)V99.
           05 CD-BK-CR-COUNT           PIC 9(5).
           05 CD-BK-CREDITS            PIC 9(9)V99.
           05 CD-BK-DR-COUNT           PIC 9(5).
           05 CD-BK-DEBITS             PIC 9(9)V99.
           05 CD-BK-NET                PIC S9(9)V99.
           05 CD-DIFFERENCE            PIC S9(9)V99.
           05 EDT-CD-AMOUNT            PIC -Z,ZZZ,ZZZ.99.
           05 CD-TL-WORK.
               10 CW-ACC-NO            PIC X(10).
               10 CW-DATE              PIC X(8).
               10 CW-TIME              PIC X(6).
               10 CW-TYPE              PIC X(1).
               10 CW-AMOUNT            PIC 9(8)V99.
               10 CW-REASON            PIC X(2).
               10 CW-ORIG-TYPE         PIC X(1).
               10 CW-ORIG-DATE         PIC X(8).
               10 CW-ORIG-TIME         PIC X(6).
               10 CW-TERM              PIC X(4).
               10 CW-CARD              PIC X(16).

       01  STOCKTAKE-VARS.
           05 WS-ADJ-LOG-STATUS        PIC XX.
               10 MECS-ID              PIC X(6).
               10 MECS-QTY             PIC S9(6).
               10 MECS-VALUE           PIC S9(9)V99.
           05 ME-ADJ-DIFF              PIC S9(4).
           05 ME-ADJ-LINE-VALUE        PIC S9(8)V99.
           05 ME-SHRINK-TOTAL          PIC S9(9)V99.
           05 ME-ADJ-LABEL             PIC X(12).
           05 ME-ADJ-COUNT             PIC 99    VALUE 0.
           05 ME-ADJ-IDX               PIC 99.
           05 ME-ADJ-ENTRY OCCURS 10 TIMES.
               10 ME-ADJ-REASON        PIC XX.
               10 ME-ADJ-QTY           PIC S9(6).
               10 ME-ADJ-VALUE         PIC S9(9)V99.

       01  REFUND-VARS.
           05 RF-ORIG-NO               PIC 9(6).
           05 RF-TOTAL                 PIC 9(8)V99.
           05 RF-LINE-TOTAL            PIC 9(7)V99.
           05 RF-FOUND                 PIC X.
           05 RF-TENDER                PIC X(4).
           05 RF-CARD-NO               PIC X(16).
           05 RF-CARD-ACC              PIC X(10).
           05 RF-ENTRY OCCURS 50 TIMES.
               10 RF-PRODUCT-ID        PIC X(7).
               10 RF-QTY-SOLD          PIC 999.
               10 RF-QTY-REF           PIC 999.
               10 RF-UNIT-PRICE        PIC 9(4)V99.
               10 RF-UNIT-COST         PIC 9(4)V99.
               10 RF-LIST-PRICE        PIC 9(4)V99.
               10 RF-PROMO-ID          PIC X(6).
               10 RF-VALUE-SOLD        PIC 9(7)V99.
               10 RF-VALUE-REF         PIC 9(7)V99.
               10 RF-LOT-NO            PIC 9(5).
           05 RF-VALUE-LEFT            PIC S9(7)V99.
           05 RFD-COUNT                PIC 99    VALUE 0.
           05 RFD-IDX                  PIC 99.
           05 RFD-ENTRY OCCURS 50 TIMES.
               10 SUP-T-NAME           PIC X(30).
               10 SUP-T-LEAD-DAYS      PIC 99.
               10 SUP-T-CATEGORIES     PIC X(11).
               10 SUP-T-PAY-DAYS       PIC 99.

       01  PO-VARS.
           05 WS-PO-STATUS             PIC XX.
               10 PO-T-QTY-RECEIVED    PIC 999.
               10 PO-T-SHORT-FLAG      PIC X.
               10 PO-T-UNIT-COST       PIC 9(4)V99.
               10 PO-T-RECEIVED-DATE   PIC X(8).

       01  INVOICE-VARS.
           05 WS-INVOICE-STATUS        PIC XX.
           05 IV-COUNT                 PIC 999   VALUE 0.
           05 IV-IDX                   PIC 999.
           05 IV-PICKED                PIC 999.
           05 IV-OVERFLOW              PIC X     VALUE 'N'.
           05 IV-PRICE-TOL-PCT         PIC 99    VALUE 2.
           05 IV-SUP-IN                PIC X(6).
           05 IV-NO-IN                 PIC X(12).
           05 IV-DATE-IN               PIC X(8).
           05 IV-PO-IN                 PIC 9(5).
           05 IV-QTY-IN                PIC 999.
           05 IV-PRICE-IN              PIC 9(4)V99.
           05 IV-NOTE-W                PIC X(20).
           05 IV-PRIOR-QTY             PIC 9(5).
           05 IV-PRICE-DIFF            PIC S9(4)V99.
           05 IV-PRICE-TOL             PIC S9(4)V99.
           05 IV-PAY-DAYS              PIC 99.
           05 IV-DATE-NUM              PIC 9(8).
           05 IV-DUE-INT               PIC 9(8).
           05 IV-DUE-NUM               PIC 9(8).
           05 IV-ASOF-INT              PIC 9(8).
           05 IV-DAYS-OVER             PIC S9(6).
           05 IV-BKT                   PIC 9.
           05 IV-RUN-COUNT             PIC 999.
           05 IV-RUN-TOTAL             PIC 9(9)V99.
           05 IV-DISPUTED-TOTAL        PIC 9(9)V99.
           05 IV-ACCRUED-QTY           PIC S9(5).
           05 IV-ACCRUED-VALUE         PIC 9(8)V99.
           05 IV-ACCRUED-TOTAL         PIC 9(9)V99.
           05 IV-ANSWER                PIC X.
           05 EDT-IV-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05 IV-SUP-BUCKET            PIC 9(9)V99 OCCURS 6 TIMES.
           05 IV-GRAND-BUCKET          PIC 9(9)V99 OCCURS 6 TIMES.
           05 EDT-IV-BUCKET            PIC ZZ,ZZZ,ZZ9.99
                                       OCCURS 6 TIMES.
           05 IV-TABLE-ENTRY OCCURS 500 TIMES.
               10 IV-T-SUPPLIER-ID     PIC X(6).
               10 IV-T-INVOICE-NO      PIC X(12).
               10 IV-T-PO-NO           PIC 9(5).
               10 IV-T-INVOICE-DATE    PIC X(8).
               10 IV-T-QTY-BILLED      PIC 999.
               10 IV-T-UNIT-PRICE      PIC 9(4)V99.
               10 IV-T-AMOUNT          PIC 9(7)V99.
               10 IV-T-DUE-DATE        PIC X(8).
               10 IV-T-STATUS          PIC X(8).
               10 IV-T-NOTE            PIC X(20).
               10 IV-T-PAID-DATE       PIC X(8).

       01  INPUT-VAR.
           05 ID-INPUT                 PIC X(7).
           PERFORM 0000LOGIN.
           PERFORM 0002LOAD-STOCK-FILE.

           PERFORM WITH TEST AFTER UNTIL CHOICE = 25
               DISPLAY SPACE
               PERFORM 0001MAIN-MENU

                   WHEN 15
                       PERFORM 080MONTH-END-CLOSE
                   WHEN 16
                       PERFORM 100PROMOTIONS-MENU
                   WHEN 17
                       PERFORM 110PROMO-EFFECT-REPORT
                   WHEN 18
                       PERFORM 127NEAR-EXPIRY-REPORT
                   WHEN 19
                       PERFORM 128WRITE-OFF-EXPIRED
                   WHEN 20
                       PERFORM 130ENTER-INVOICE
                   WHEN 21
                       PERFORM 132DISPUTED-QUEUE
                   WHEN 22
                       PERFORM 133PAYMENT-RUN
                   WHEN 23
                       PERFORM 134AP-AGING-REPORT
                   WHEN 24
                       PERFORM 146CARD-SETTLEMENT-REPORT
                   WHEN 25
                       DISPLAY "Exiting program. Goodbye!"
                   WHEN OTHER
                        DISPLAY "Please input only choice 1 - 25"

           END-PERFORM.
           STOP RUN.
            DISPLAY "[13] Stocktake"
            DISPLAY "[14] Refund Items"
            DISPLAY "[15] Month-End Close"
            DISPLAY "[16] Promotions"
            DISPLAY "[17] Promotion Effectiveness Report"
            DISPLAY "[18] Near-Expiry Report"
            DISPLAY "[19] Write Off Expired Lots"
            DISPLAY "[20] Enter Supplier Invoice"
            DISPLAY "[21] Disputed Invoice Queue"
            DISPLAY "[22] Supplier Payment Run"
            DISPLAY "[23] Accounts Payable Aging Report"
            DISPLAY "[24] Card Settlement Report"
            DISPLAY "[25] Exit Program"
            DISPLAY "====================================".
            DISPLAY "Please enter your choice: "
            ACCEPT CHOICE.
                    WS-INPUT-DATE " is already closed."
                DISPLAY "The sale will be flagged on the reports."
            END-IF.
            PERFORM 101LOAD-PROMOTIONS.
            PERFORM 120LOAD-LOTS.
            MOVE 0 TO WS-BASKET-COUNT.
            MOVE 0 TO WS-BASKET-TOTAL.
            MOVE SPACE TO ID-INPUT.
                ACCEPT CHOICE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 104APPLY-MULTI-BUY.
            PERFORM 140TAKE-PAYMENT.
            IF CD-TENDER = SPACES
                DISPLAY "Sale cancelled; nothing was charged."
                DISPLAY "Press Enter to return to the main menu..."
                ACCEPT CHOICE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1004NEXT-RECEIPT-NO.
            PERFORM 1003POST-BASKET.
            PERFORM 0004SAVE-ALL-STOCK.
            PERFORM 121SAVE-LOTS.
            PERFORM 1005PRINT-RECEIPT.
            MOVE WS-BASKET-TOTAL TO EDT-BASKET-TOTAL.
            DISPLAY "Sale successful. Receipt " WS-RECEIPT-NO
                "  Total: " EDT-BASKET-TOTAL "  Paid by " CD-TENDER.
            DISPLAY "Press Enter to return to the main menu...".
            ACCEPT CHOICE.

           MOVE VAL-INDEX TO BK-PRODUCT-IDX (WS-BASKET-COUNT).
           MOVE QTY-INPUT TO BK-QTY (WS-BASKET-COUNT).
           MOVE PRODUCT-PRICES (VAL-INDEX) TO
               BK-LIST-PRICE (WS-BASKET-COUNT).
           MOVE WS-BASKET-COUNT TO WS-BASKET-IDX.
           PERFORM 102PRICE-BASKET-LINE.
           MOVE BK-LINE-TOTAL (WS-BASKET-COUNT) TO EDT-TOTAL-PRICE.
           DISPLAY "  " PRODUCT-NAMES (VAL-INDEX)
               " x " QTY-INPUT "  line total: " EDT-TOTAL-PRICE.
           IF BK-DEAL-TYPE (WS-BASKET-COUNT) = 'B'
               DISPLAY "  Promotion " BK-PROMO-ID (WS-BASKET-COUNT)
                   ": buy " BK-BUY-QTY (WS-BASKET-COUNT)
                   " get 1 free, applied when the basket is totalled"
           ELSE
               IF BK-DISCOUNT (WS-BASKET-COUNT) > 0
                   MOVE BK-DISCOUNT (WS-BASKET-COUNT) TO
                       EDT-TOTAL-PRICE
                   DISPLAY "  Promotion " BK-PROMO-ID (WS-BASKET-COUNT)
                       " saves " EDT-TOTAL-PRICE
               END-IF
           END-IF.

       1003POST-BASKET.
           PERFORM 0006OPEN-SALES-LOG-FOR-APPEND.
           PERFORM VARYING WS-BASKET-IDX FROM 1 BY 1
                   UNTIL WS-BASKET-IDX > WS-BASKET-COUNT
               MOVE BK-PRODUCT-IDX (WS-BASKET-IDX) TO VAL-INDEX
               MOVE 0 TO LT-LAST-LOT
               IF CATEGORY (VAL-INDEX) = "FD"
                   MOVE BK-QTY (WS-BASKET-IDX) TO LT-NEED
                   PERFORM 123TAKE-FROM-LOTS
               END-IF
               SUBTRACT BK-QTY (WS-BASKET-IDX) FROM
                   PRODUCT-QTYS (VAL-INDEX)
               MOVE WS-LOGGED-IN-CASHIER-ID TO
               MOVE PRODUCT-COSTS (VAL-INDEX) TO SL-UNIT-COST
               MOVE SPACE TO SL-KIND
               MOVE 0 TO SL-ORIG-RECEIPT
               MOVE BK-LIST-PRICE (WS-BASKET-IDX) TO SL-LIST-PRICE
               MOVE BK-PROMO-ID (WS-BASKET-IDX) TO SL-PROMO-ID
               MOVE LT-LAST-LOT TO SL-LOT-NO
               MOVE CD-TENDER TO SL-TENDER
               MOVE CD-CARD-IN TO SL-CARD-NO
               MOVE CD-CUST-ACC TO SL-CARD-ACC
               IF WS-SHIFT-CLOSED = 'Y'
                   MOVE 'P' TO SL-POST-CLOSE
               ELSE
           WRITE RECEIPT-TEXT.
           MOVE ALL "-" TO RECEIPT-TEXT.
           WRITE RECEIPT-TEXT.
           MOVE 0 TO PM-SAVINGS.
           PERFORM VARYING WS-BASKET-IDX FROM 1 BY 1
                   UNTIL WS-BASKET-IDX > WS-BASKET-COUNT
               MOVE BK-PRODUCT-IDX (WS-BASKET-IDX) TO VAL-INDEX
               MOVE BK-LIST-PRICE (WS-BASKET-IDX) TO DISP-PRICE
               MULTIPLY BK-LIST-PRICE (WS-BASKET-IDX) BY
                   BK-QTY (WS-BASKET-IDX) GIVING PM-GROSS
               MOVE PM-GROSS TO EDT-TOTAL-PRICE
               MOVE SPACES TO RECEIPT-TEXT
               STRING PRODUCT-IDS (VAL-INDEX) " "
                   PRODUCT-NAMES (VAL-INDEX)
                   " = " EDT-TOTAL-PRICE
                   DELIMITED BY SIZE INTO RECEIPT-TEXT
               WRITE RECEIPT-TEXT
               IF BK-DISCOUNT (WS-BASKET-IDX) > 0
                   MOVE BK-PROMO-ID (WS-BASKET-IDX) TO PM-ID-IN
                   PERFORM 105FIND-PROMO-BY-ID
                   PERFORM 106DESCRIBE-DEAL
                   MOVE BK-DISCOUNT (WS-BASKET-IDX) TO EDT-TOTAL-PRICE
                   MOVE SPACES TO RECEIPT-TEXT
                   STRING "    PROMO " BK-PROMO-ID (WS-BASKET-IDX)
                       " " PM-DEAL-TEXT
                       "                -" EDT-TOTAL-PRICE
                       DELIMITED BY SIZE INTO RECEIPT-TEXT
                   WRITE RECEIPT-TEXT
                   ADD BK-DISCOUNT (WS-BASKET-IDX) TO PM-SAVINGS
               END-IF
           END-PERFORM.
           MOVE ALL "-" TO RECEIPT-TEXT.
           WRITE RECEIPT-TEXT.
           IF PM-SAVINGS > 0
               MOVE PM-SAVINGS TO EDT-BASKET-TOTAL
               MOVE SPACES TO RECEIPT-TEXT
               STRING "YOU SAVED: " EDT-BASKET-TOTAL
                   DELIMITED BY SIZE INTO RECEIPT-TEXT
               WRITE RECEIPT-TEXT
           END-IF.
           MOVE WS-BASKET-TOTAL TO EDT-BASKET-TOTAL.
           MOVE SPACES TO RECEIPT-TEXT.
           STRING "TOTAL: " EDT-BASKET-TOTAL
               DELIMITED BY SIZE INTO RECEIPT-TEXT.
           WRITE RECEIPT-TEXT.
           MOVE SPACES TO RECEIPT-TEXT.
           IF CD-TENDER = "CARD"
               STRING "PAID BY CARD ENDING " CD-CARD-IN (13:4)
                   DELIMITED BY SIZE INTO RECEIPT-TEXT
           ELSE
               MOVE "PAID BY CASH" TO RECEIPT-TEXT
           END-IF.
           WRITE RECEIPT-TEXT.
           MOVE "            *** THANK YOU ***" TO RECEIPT-TEXT.
           WRITE RECEIPT-TEXT.
           MOVE ALL "-" TO RECEIPT-TEXT.
           WRITE RECEIPT-TEXT.
           CLOSE RECEIPT-FILE.

       1006OPEN-RECEIPT-FOR-APPEND.
           MOVE 0 TO WS-COUNT-LINE.
           MOVE 'N' TO WS-LOG-EOF-FLAG.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEIPT-STATUS NOT = "35"
               PERFORM UNTIL WS-LOG-EOF-FLAG = 'Y'
               READ RECEIPT-FILE
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-COUNT-LINE
               END-READ
               END-PERFORM
               CLOSE RECEIPT-FILE
           END-IF.
           IF WS-COUNT-LINE = 0
               OPEN OUTPUT RECEIPT-FILE
           ELSE
               OPEN EXTEND RECEIPT-FILE
           END-IF.

       0006OPEN-SALES-LOG-FOR-APPEND.
           MOVE 0 TO WS-COUNT-LINE.
           MOVE 'N' TO WS-LOG-EOF-FLAG.
           OPEN INPUT SALES-LOG-FILE.
           IF WS-SALES-LOG-STATUS NOT = "35"
               PERFORM UNTIL WS-LOG-EOF-FLAG = 'Y'
               READ SALES-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-COUNT-LINE
               END-READ
               END-PERFORM
               CLOSE SALES-LOG-FILE
           END-IF.
           IF WS-COUNT-LINE = 0
               OPEN OUTPUT SALES-LOG-FILE
           ELSE
               OPEN EXTEND SALES-LOG-FILE
           END-IF.

       100PROMOTIONS-MENU.
           DISPLAY "*** Promotions ***".
           PERFORM 101LOAD-PROMOTIONS.
           IF PM-COUNT = 0
               DISPLAY "No promotions on file."
           ELSE
               DISPLAY "ID      TARGET   FROM      TO        DEAL"
               PERFORM VARYING PM-IDX FROM 1 BY 1
                       UNTIL PM-IDX > PM-COUNT
                   MOVE PM-IDX TO PM-PICKED
                   PERFORM 106DESCRIBE-DEAL
                   DISPLAY PM-T-PROMO-ID (PM-IDX) "  "
                       PM-T-TARGET (PM-IDX) "  "
                       PM-T-START-DATE (PM-IDX) "  "
                       PM-T-END-DATE (PM-IDX) "  " PM-DEAL-TEXT
               END-PERFORM
           END-IF.
           DISPLAY "Add a new promotion? (Y/N):".
           ACCEPT PM-ANSWER.
           IF PM-ANSWER = 'Y'
               PERFORM 108ADD-PROMOTION
           END-IF.
           DISPLAY "Press enter to return to the main menu...".
           ACCEPT CHOICE.

       101LOAD-PROMOTIONS.
           MOVE 0 TO PM-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PROMO-FILE.
           IF WS-PROMO-STATUS = "35"
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PROMO-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PM-COUNT < 100
                           ADD 1 TO PM-COUNT
                           MOVE PM-PROMO-ID TO PM-T-PROMO-ID (PM-COUNT)
                           MOVE PM-TARGET TO PM-T-TARGET (PM-COUNT)
                           MOVE PM-START-DATE TO
                               PM-T-START-DATE (PM-COUNT)
                           MOVE PM-END-DATE TO PM-T-END-DATE (PM-COUNT)
                           MOVE PM-DEAL-TYPE TO
                               PM-T-DEAL-TYPE (PM-COUNT)
                           MOVE PM-VALUE TO PM-T-VALUE (PM-COUNT)
                           MOVE PM-BUY-QTY TO PM-T-BUY-QTY (PM-COUNT)
                       ELSE
                           DISPLAY "WARNING: promotion table full;"
                               " record dropped: " PM-PROMO-ID
                       END-IF
               END-READ
               END-PERFORM
               CLOSE PROMO-FILE
           END-IF.

       102PRICE-BASKET-LINE.
           PERFORM 103FIND-PROMOTION.
           MOVE SPACES TO BK-PROMO-ID (WS-BASKET-IDX).
           MOVE SPACE TO BK-DEAL-TYPE (WS-BASKET-IDX).
           MOVE 0 TO BK-BUY-QTY (WS-BASKET-IDX).
           MOVE 0 TO BK-FREE-QTY (WS-BASKET-IDX).
           MULTIPLY BK-LIST-PRICE (WS-BASKET-IDX) BY
               BK-QTY (WS-BASKET-IDX) GIVING PM-GROSS.
           MOVE PM-GROSS TO BK-LINE-TOTAL (WS-BASKET-IDX).
           IF PM-PICKED > 0
               EVALUATE PM-T-DEAL-TYPE (PM-PICKED)
                   WHEN 'P'
                       COMPUTE BK-LINE-TOTAL (WS-BASKET-IDX) ROUNDED =
                           PM-GROSS * (100 - PM-T-VALUE (PM-PICKED))
                           / 100
                   WHEN 'F'
                       IF PM-T-VALUE (PM-PICKED) <
                               BK-LIST-PRICE (WS-BASKET-IDX)
                           MULTIPLY PM-T-VALUE (PM-PICKED) BY
                               BK-QTY (WS-BASKET-IDX)
                               GIVING BK-LINE-TOTAL (WS-BASKET-IDX)
                       END-IF
                   WHEN 'B'
                       MOVE 'B' TO BK-DEAL-TYPE (WS-BASKET-IDX)
                       MOVE PM-T-BUY-QTY (PM-PICKED) TO
                           BK-BUY-QTY (WS-BASKET-IDX)
                       MOVE PM-T-PROMO-ID (PM-PICKED) TO
                           BK-PROMO-ID (WS-BASKET-IDX)
               END-EVALUATE
           END-IF.
           COMPUTE BK-DISCOUNT (WS-BASKET-IDX) =
               PM-GROSS - BK-LINE-TOTAL (WS-BASKET-IDX).
           IF BK-DISCOUNT (WS-BASKET-IDX) > 0
               MOVE PM-T-PROMO-ID (PM-PICKED) TO
                   BK-PROMO-ID (WS-BASKET-IDX)
               MOVE PM-T-DEAL-TYPE (PM-PICKED) TO
                   BK-DEAL-TYPE (WS-BASKET-IDX)
           END-IF.
           COMPUTE BK-UNIT-PRICE (WS-BASKET-IDX) ROUNDED =
               BK-LINE-TOTAL (WS-BASKET-IDX) / BK-QTY (WS-BASKET-IDX).

       103FIND-PROMOTION.
           MOVE 0 TO PM-PICKED.
           PERFORM VARYING PM-IDX FROM 1 BY 1
                   UNTIL PM-IDX > PM-COUNT
               IF PM-T-TARGET (PM-IDX) = PRODUCT-IDS (VAL-INDEX)
                       AND PM-T-START-DATE (PM-IDX) <= WS-INPUT-DATE
                       AND PM-T-END-DATE (PM-IDX) >= WS-INPUT-DATE
                       AND PM-PICKED = 0
                   MOVE PM-IDX TO PM-PICKED
               END-IF
           END-PERFORM.
           IF PM-PICKED = 0
               PERFORM VARYING PM-IDX FROM 1 BY 1
                       UNTIL PM-IDX > PM-COUNT
                   IF PM-T-TARGET (PM-IDX) (3:5) = SPACES
                           AND PM-T-TARGET (PM-IDX) (1:2) =
                               CATEGORY (VAL-INDEX)
                           AND PM-T-START-DATE (PM-IDX) <= WS-INPUT-DATE
                           AND PM-T-END-DATE (PM-IDX) >= WS-INPUT-DATE
                           AND PM-PICKED = 0
                       MOVE PM-IDX TO PM-PICKED
                   END-IF
               END-PERFORM
           END-IF.

       104APPLY-MULTI-BUY.
           PERFORM VARYING WS-BASKET-IDX FROM 1 BY 1
                   UNTIL WS-BASKET-IDX > WS-BASKET-COUNT
               IF BK-DEAL-TYPE (WS-BASKET-IDX) = 'B'
                   PERFORM 1041PRICE-MULTI-BUY-GROUP
               END-IF
           END-PERFORM.

       1041PRICE-MULTI-BUY-GROUP.
           MOVE 'Y' TO PM-FIRST-LINE.
           PERFORM VARYING PM-LINE-IDX FROM 1 BY 1
                   UNTIL PM-LINE-IDX >= WS-BASKET-IDX
               IF BK-PRODUCT-IDX (PM-LINE-IDX) =
                       BK-PRODUCT-IDX (WS-BASKET-IDX)
                   MOVE 'N' TO PM-FIRST-LINE
               END-IF
           END-PERFORM.
           IF PM-FIRST-LINE = 'N' OR BK-BUY-QTY (WS-BASKET-IDX) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PM-GROUP-QTY.
           PERFORM VARYING PM-LINE-IDX FROM WS-BASKET-IDX BY 1
                   UNTIL PM-LINE-IDX > WS-BASKET-COUNT
               IF BK-PRODUCT-IDX (PM-LINE-IDX) =
                       BK-PRODUCT-IDX (WS-BASKET-IDX)
                   ADD BK-QTY (PM-LINE-IDX) TO PM-GROUP-QTY
               END-IF
           END-PERFORM.
           COMPUTE PM-GROUP-FREE =
               PM-GROUP-QTY / (BK-BUY-QTY (WS-BASKET-IDX) + 1).
           PERFORM VARYING PM-LINE-IDX FROM WS-BASKET-IDX BY 1
                   UNTIL PM-LINE-IDX > WS-BASKET-COUNT
               IF BK-PRODUCT-IDX (PM-LINE-IDX) =
                       BK-PRODUCT-IDX (WS-BASKET-IDX)
                   IF PM-GROUP-FREE > BK-QTY (PM-LINE-IDX)
                       MOVE BK-QTY (PM-LINE-IDX) TO
                           BK-FREE-QTY (PM-LINE-IDX)
                   ELSE
                       MOVE PM-GROUP-FREE TO BK-FREE-QTY (PM-LINE-IDX)
                   END-IF
                   SUBTRACT BK-FREE-QTY (PM-LINE-IDX) FROM PM-GROUP-FREE
                   COMPUTE BK-DISCOUNT (PM-LINE-IDX) =
                       BK-FREE-QTY (PM-LINE-IDX) *
                       BK-LIST-PRICE (PM-LINE-IDX)
                   COMPUTE BK-LINE-TOTAL (PM-LINE-IDX) =
                       (BK-QTY (PM-LINE-IDX) -
                       BK-FREE-QTY (PM-LINE-IDX)) *
                       BK-LIST-PRICE (PM-LINE-IDX)
                   COMPUTE BK-UNIT-PRICE (PM-LINE-IDX) ROUNDED =
                       BK-LINE-TOTAL (PM-LINE-IDX) /
                       BK-QTY (PM-LINE-IDX)
               END-IF
           END-PERFORM.

       105FIND-PROMO-BY-ID.
           MOVE 0 TO PM-PICKED.
           PERFORM VARYING PM-IDX FROM 1 BY 1
                   UNTIL PM-IDX > PM-COUNT
               IF PM-T-PROMO-ID (PM-IDX) = PM-ID-IN
                   MOVE PM-IDX TO PM-PICKED
               END-IF
           END-PERFORM.

       106DESCRIBE-DEAL.
           MOVE SPACES TO PM-DEAL-TEXT.
           IF PM-PICKED = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE PM-T-VALUE (PM-PICKED) TO EDT-PM-VALUE.
           EVALUATE PM-T-DEAL-TYPE (PM-PICKED)
               WHEN 'P'
                   STRING EDT-PM-VALUE "% OFF"
                       DELIMITED BY SIZE INTO PM-DEAL-TEXT
               WHEN 'F'
                   STRING "NOW " EDT-PM-VALUE
                       DELIMITED BY SIZE INTO PM-DEAL-TEXT
               WHEN 'B'
                   STRING "BUY " PM-T-BUY-QTY (PM-PICKED)
                       " GET 1 FREE"
                       DELIMITED BY SIZE INTO PM-DEAL-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN DEAL TYPE" TO PM-DEAL-TEXT
           END-EVALUATE.

       108ADD-PROMOTION.
           IF PM-COUNT >= 100
               DISPLAY "Error : promotions file is full."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter promotion ID:".
           ACCEPT PM-ID-IN.
           PERFORM 105FIND-PROMO-BY-ID.
           IF PM-PICKED > 0 OR PM-ID-IN = SPACES
               DISPLAY "Error : promotion ID is blank or already used."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter product ID, or a 2-letter category for"
               " the whole category:".
           ACCEPT PM-TARGET-IN.
           MOVE 'N' TO PM-FOUND.
           IF PM-TARGET-IN (3:5) = SPACES
               PERFORM VARYING VAL-INDEX FROM 1 BY 1
                       UNTIL VAL-INDEX > WS-PRODUCT-COUNT
                   IF CATEGORY (VAL-INDEX) = PM-TARGET-IN (1:2)
                       MOVE 'Y' TO PM-FOUND
                   END-IF
               END-PERFORM
           ELSE
               MOVE PM-TARGET-IN TO ID-INPUT
               PERFORM 1001GET-PRODUCT
               IF VAL-INDEX <= WS-PRODUCT-COUNT
                   MOVE 'Y' TO PM-FOUND
               END-IF
           END-IF.
           IF PM-FOUND = 'N'
               DISPLAY "Error : no such product or category."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter start date (YYYYMMDD):".
           ACCEPT PM-START-IN.
           DISPLAY "Enter end date (YYYYMMDD):".
           ACCEPT PM-END-IN.
           IF PM-END-IN < PM-START-IN
               DISPLAY "Error : end date is before the start date."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter deal type (P=percent off, F=fixed price,"
               " B=buy N get one free):".
           ACCEPT PM-TYPE-IN.
           MOVE 0 TO PM-VALUE-IN.
           MOVE 0 TO PM-BUY-IN.
           EVALUATE PM-TYPE-IN
               WHEN 'P'
                   DISPLAY "Enter percentage off:"
                   ACCEPT PM-VALUE-IN
                   IF PM-VALUE-IN = 0 OR PM-VALUE-IN > 100
                       DISPLAY "Error : percentage must be 1 to 100."
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'F'
                   DISPLAY "Enter promotional unit price:"
                   ACCEPT PM-VALUE-IN
                   IF PM-VALUE-IN = 0
                       DISPLAY "Error : price must be above zero."
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'B'
                   DISPLAY "Enter quantity to buy to get one free:"
                   ACCEPT PM-BUY-IN
                   IF PM-BUY-IN = 0
                       DISPLAY "Error : quantity must be at least 1."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Error : deal type must be P, F or B."
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM 109OPEN-PROMO-FOR-APPEND.
           MOVE PM-ID-IN TO PM-PROMO-ID.
           MOVE PM-TARGET-IN TO PM-TARGET.
           MOVE PM-START-IN TO PM-START-DATE.
           MOVE PM-END-IN TO PM-END-DATE.
           MOVE PM-TYPE-IN TO PM-DEAL-TYPE.
           MOVE PM-VALUE-IN TO PM-VALUE.
           MOVE PM-BUY-IN TO PM-BUY-QTY.
           WRITE PROMO-RECORD.
           CLOSE PROMO-FILE.
           DISPLAY "Promotion " PM-ID-IN " added.".

       109OPEN-PROMO-FOR-APPEND.
           MOVE 0 TO WS-COUNT-LINE.
           MOVE 'N' TO WS-LOG-EOF-FLAG.
           OPEN INPUT PROMO-FILE.
           IF WS-PROMO-STATUS NOT = "35"
               PERFORM UNTIL WS-LOG-EOF-FLAG = 'Y'
               READ PROMO-FILE
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-COUNT-LINE
               END-READ
               END-PERFORM
               CLOSE PROMO-FILE
           END-IF.
           IF WS-COUNT-LINE = 0
               OPEN OUTPUT PROMO-FILE
           ELSE
               OPEN EXTEND PROMO-FILE
           END-IF.

       110PROMO-EFFECT-REPORT.
           DISPLAY "*** Promotion Effectiveness Report ***".
           PERFORM 101LOAD-PROMOTIONS.
           DISPLAY "Enter promotion ID:".
           ACCEPT PM-ID-IN.
           PERFORM 105FIND-PROMO-BY-ID.
           IF PM-PICKED = 0
               DISPLAY "No promotion with that ID."
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter number of weeks before the promotion to"
               " compare with (1-52):".
           ACCEPT PE-WEEKS.
           IF PE-WEEKS = 0 OR PE-WEEKS > 52
               MOVE 4 TO PE-WEEKS
               DISPLAY "Comparing with the 4 weeks before."
           END-IF.
           MOVE PM-T-START-DATE (PM-PICKED) TO PE-DATE-NUM.
           COMPUTE PE-START-INT =
               FUNCTION INTEGER-OF-DATE (PE-DATE-NUM).
           MOVE PM-T-END-DATE (PM-PICKED) TO PE-DATE-NUM.
           COMPUTE PE-END-INT =
               FUNCTION INTEGER-OF-DATE (PE-DATE-NUM).
           COMPUTE PE-BASE-INT = PE-START-INT - PE-WEEKS * 7.
           COMPUTE PE-BASE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (PE-BASE-INT).
           MOVE PE-BASE-DATE-NUM TO PE-BASE-DATE.
           COMPUTE PE-PROMO-DAYS = PE-END-INT - PE-START-INT + 1.
           COMPUTE PE-BASE-DAYS = PE-WEEKS * 7.
           MOVE 0 TO PE-PROMO-UNITS.
           MOVE 0 TO PE-PROMO-SALES.
           MOVE 0 TO PE-PROMO-MARGIN.
           MOVE 0 TO PE-PROMO-DEAL-UNITS.
           MOVE 0 TO PE-PROMO-DISCOUNT.
           MOVE 0 TO PE-BASE-UNITS.
           MOVE 0 TO PE-BASE-SALES.
           MOVE 0 TO PE-BASE-MARGIN.
           MOVE PE-BASE-DATE (1:6) TO PE-MONTH.
           PERFORM UNTIL PE-MONTH > PM-T-END-DATE (PM-PICKED) (1:6)
               PERFORM 111PE-SCAN-ARCHIVE
               ADD 1 TO PE-MONTH-MM
               IF PE-MONTH-MM > 12
                   MOVE 1 TO PE-MONTH-MM
                   ADD 1 TO PE-MONTH-YYYY
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-LOG-EOF-FLAG.
           OPEN INPUT SALES-LOG-FILE.
           IF WS-SALES-LOG-STATUS NOT = "35"
               PERFORM UNTIL WS-LOG-EOF-FLAG = 'Y'
               READ SALES-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF-FLAG
                   NOT AT END
                       PERFORM 112PE-TALLY-LINE
               END-READ
               END-PERFORM
               CLOSE SALES-LOG-FILE
           END-IF.
           PERFORM 113PE-PRINT-RESULTS.
           DISPLAY "*** End of Report ***".
           DISPLAY "Press Enter to return to the main menu...".
           ACCEPT CHOICE.

       111PE-SCAN-ARCHIVE.
           MOVE SPACES TO WS-SL-ARCH-NAME.
           STRING "sales-log-arch-" PE-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-SL-ARCH-NAME.
           MOVE 'N' TO WS-LOG-EOF-FLAG.
           OPEN INPUT SL-ARCH-FILE.
           IF WS-SL-ARCH-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LOG-EOF-FLAG = 'Y'
               READ SL-ARCH-FILE
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF-FLAG
                   NOT AT END
                       MOVE SL-ARCH-RECORD TO SALES-LOG-RECORD
                       PERFORM 112PE-TALLY-LINE
               END-READ
           END-PERFORM.
           CLOSE SL-ARCH-FILE.

       112PE-TALLY-LINE.
           IF PM-T-TARGET (PM-PICKED) (3:5) = SPACES
               IF SL-PRODUCT-ID (1:2) NOT =
                       PM-T-TARGET (PM-PICKED) (1:2)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF SL-PRODUCT-ID NOT = PM-T-TARGET (PM-PICKED)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF SL-SALE-DATE < PE-BASE-DATE
                   OR SL-SALE-DATE > PM-T-END-DATE (PM-PICKED)
               EXIT PARAGRAPH
           END-IF.
           MOVE SL-QTY TO PE-LINE-UNITS.
           MOVE SL-TOTAL-PRICE TO PE-LINE-SALES.
           COMPUTE PE-LINE-MARGIN =
               SL-TOTAL-PRICE - SL-QTY * SL-UNIT-COST.
           MOVE 0 TO PE-LINE-DISCOUNT.
           IF SL-LIST-PRICE IS NUMERIC
               COMPUTE PE-LINE-DISCOUNT =
                   SL-QTY * SL-LIST-PRICE - SL-TOTAL-PRICE
           END-IF.
           IF SL-KIND = 'R'
               COMPUTE PE-LINE-UNITS = 0 - PE-LINE-UNITS
               COMPUTE PE-LINE-SALES = 0 - PE-LINE-SALES
               COMPUTE PE-LINE-MARGIN = 0 - PE-LINE-MARGIN
               COMPUTE PE-LINE-DISCOUNT = 0 - PE-LINE-DISCOUNT
           END-IF.
           IF SL-SALE-DATE < PM-T-START-DATE (PM-PICKED)
               ADD PE-LINE-UNITS TO PE-BASE-UNITS
               ADD PE-LINE-SALES TO PE-BASE-SALES
               ADD PE-LINE-MARGIN TO PE-BASE-MARGIN
           ELSE
               ADD PE-LINE-UNITS TO PE-PROMO-UNITS
               ADD PE-LINE-SALES TO PE-PROMO-SALES
               ADD PE-LINE-MARGIN TO PE-PROMO-MARGIN
               IF SL-PROMO-ID = PM-T-PROMO-ID (PM-PICKED)
                   ADD PE-LINE-UNITS TO PE-PROMO-DEAL-UNITS
                   ADD PE-LINE-DISCOUNT TO PE-PROMO-DISCOUNT
               END-IF
           END-IF.

       113PE-PRINT-RESULTS.
           PERFORM 106DESCRIBE-DEAL.
           DISPLAY SPACE.
           DISPLAY "Promotion " PM-T-PROMO-ID (PM-PICKED)
               "  on " PM-T-TARGET (PM-PICKED) "  " PM-DEAL-TEXT.
           DISPLAY "Promotion period:  " PM-T-START-DATE (PM-PICKED)
               " to " PM-T-END-DATE (PM-PICKED)
               "  (" PE-PROMO-DAYS " days)".
           DISPLAY "Comparison period: " PE-BASE-DATE
               " to the day before  (" PE-BASE-DAYS " days)".
           DISPLAY SPACE.
           DISPLAY "                          BEFORE           DURING".
           MOVE PE-BASE-UNITS TO EDT-PE-UNITS-B.
           MOVE PE-PROMO-UNITS TO EDT-PE-UNITS-D.
           DISPLAY "Units sold (net)   " EDT-PE-UNITS-B "     "
               EDT-PE-UNITS-D.
           MOVE PE-BASE-SALES TO EDT-PE-AMT-B.
           MOVE PE-PROMO-SALES TO EDT-PE-AMT-D.
           DISPLAY "Sales value        " EDT-PE-AMT-B "  "
               EDT-PE-AMT-D.
           MOVE PE-BASE-MARGIN TO EDT-PE-AMT-B.
           MOVE PE-PROMO-MARGIN TO EDT-PE-AMT-D.
           DISPLAY "Gross margin       " EDT-PE-AMT-B "  "
               EDT-PE-AMT-D.
           COMPUTE PE-BASE-WK-UNITS ROUNDED =
               PE-BASE-UNITS * 7 / PE-BASE-DAYS.
           COMPUTE PE-PROMO-WK-UNITS ROUNDED =
               PE-PROMO-UNITS * 7 / PE-PROMO-DAYS.
           COMPUTE PE-BASE-WK-MARGIN ROUNDED =
               PE-BASE-MARGIN * 7 / PE-BASE-DAYS.
           COMPUTE PE-PROMO-WK-MARGIN ROUNDED =
               PE-PROMO-MARGIN * 7 / PE-PROMO-DAYS.
           MOVE PE-BASE-WK-UNITS TO EDT-PE-AMT-B.
           MOVE PE-PROMO-WK-UNITS TO EDT-PE-AMT-D.
           DISPLAY "Units per week     " EDT-PE-AMT-B "  "
               EDT-PE-AMT-D.
           MOVE PE-BASE-WK-MARGIN TO EDT-PE-AMT-B.
           MOVE PE-PROMO-WK-MARGIN TO EDT-PE-AMT-D.
           DISPLAY "Margin per week    " EDT-PE-AMT-B "  "
               EDT-PE-AMT-D.
           DISPLAY SPACE.
           IF PE-BASE-WK-UNITS NOT = 0
               COMPUTE PE-CHANGE-PCT ROUNDED =
                   (PE-PROMO-WK-UNITS - PE-BASE-WK-UNITS) * 100
                   / PE-BASE-WK-UNITS
               MOVE PE-CHANGE-PCT TO EDT-PE-PCT
               DISPLAY "Change in units per week:  " EDT-PE-PCT "%"
           ELSE
               DISPLAY "Change in units per week:  no sales before"
           END-IF.
           IF PE-BASE-WK-MARGIN NOT = 0
               COMPUTE PE-CHANGE-PCT ROUNDED =
                   (PE-PROMO-WK-MARGIN - PE-BASE-WK-MARGIN) * 100
                   / PE-BASE-WK-MARGIN
               MOVE PE-CHANGE-PCT TO EDT-PE-PCT
               DISPLAY "Change in margin per week: " EDT-PE-PCT "%"
           ELSE
               DISPLAY "Change in margin per week: no margin before"
           END-IF.
           MOVE PE-PROMO-DEAL-UNITS TO EDT-PE-UNITS-D.
           DISPLAY "Units sold at the promotional price: "
               EDT-PE-UNITS-D.
           MOVE PE-PROMO-DISCOUNT TO EDT-PE-AMT-D.
           DISPLAY "Discount given:                   "
               EDT-PE-AMT-D.

       120LOAD-LOTS.
           MOVE 0 TO LT-COUNT.
           MOVE 0 TO LT-NEXT-NO.
           MOVE 'N' TO LT-OVERFLOW.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LOT-FILE.
           IF WS-LOT-STATUS = "35"
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LOT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LT-LOT-NO > LT-NEXT-NO
                           MOVE LT-LOT-NO TO LT-NEXT-NO
                       END-IF
                       IF LT-COUNT < 999
                           ADD 1 TO LT-COUNT
                           MOVE LT-LOT-NO TO LT-T-LOT-NO (LT-COUNT)
                           MOVE LT-PRODUCT-ID TO
                               LT-T-PRODUCT-ID (LT-COUNT)
                           MOVE LT-PO-NO TO LT-T-PO-NO (LT-COUNT)
                           MOVE LT-RECEIVED-DATE TO
                               LT-T-RECEIVED-DATE (LT-COUNT)
                           MOVE LT-BEST-BEFORE TO
                               LT-T-BEST-BEFORE (LT-COUNT)
                           MOVE LT-QTY-RECEIVED TO
                               LT-T-QTY-RECEIVED (LT-COUNT)
                           MOVE LT-QTY-ON-HAND TO
                               LT-T-QTY-ON-HAND (LT-COUNT)
                           MOVE LT-STATUS TO LT-T-STATUS (LT-COUNT)
                       ELSE
                           MOVE 'Y' TO LT-OVERFLOW
                       END-IF
               END-READ
               END-PERFORM
               CLOSE LOT-FILE
           END-IF.
           IF LT-OVERFLOW = 'Y'
               DISPLAY "WARNING: lot table full; lots.txt will not be"
                   " updated by this run."
           END-IF.

       121SAVE-LOTS.
           IF LT-OVERFLOW = 'Y'
               DISPLAY "WARNING: lots.txt not rewritten (table full)."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LOT-FILE.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > LT-COUNT
               MOVE LT-T-LOT-NO (LT-IDX) TO LT-LOT-NO
               MOVE LT-T-PRODUCT-ID (LT-IDX) TO LT-PRODUCT-ID
               MOVE LT-T-PO-NO (LT-IDX) TO LT-PO-NO
               MOVE LT-T-RECEIVED-DATE (LT-IDX) TO LT-RECEIVED-DATE
               MOVE LT-T-BEST-BEFORE (LT-IDX) TO LT-BEST-BEFORE
               MOVE LT-T-QTY-RECEIVED (LT-IDX) TO LT-QTY-RECEIVED
               MOVE LT-T-QTY-ON-HAND (LT-IDX) TO LT-QTY-ON-HAND
               MOVE LT-T-STATUS (LT-IDX) TO LT-STATUS
               WRITE LOT-RECORD
           END-PERFORM.
           CLOSE LOT-FILE.

       122BOOK-LOT.
           PERFORM 120LOAD-LOTS.
           IF LT-OVERFLOW = 'Y' OR LT-COUNT >= 999
               DISPLAY "Error : lot table is full; goods were added"
                   " to stock without a lot."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LT-BB-IN.
           PERFORM WITH TEST AFTER
                   UNTIL LT-BB-IN IS NUMERIC
                       AND LT-BB-IN >= WS-INPUT-DATE
               DISPLAY "Enter best-before date for this lot"
                   " (YYYYMMDD):"
               ACCEPT LT-BB-IN
               IF LT-BB-IN IS NOT NUMERIC
                       OR LT-BB-IN < WS-INPUT-DATE
                   DISPLAY "Error : best-before must be a date no"
                       " earlier than " WS-INPUT-DATE "."
               END-IF
           END-PERFORM.
           ADD 1 TO LT-NEXT-NO.
           ADD 1 TO LT-COUNT.
           MOVE LT-NEXT-NO TO LT-T-LOT-NO (LT-COUNT).
           MOVE PRODUCT-IDS (VAL-INDEX) TO LT-T-PRODUCT-ID (LT-COUNT).
           MOVE LT-PO-IN TO LT-T-PO-NO (LT-COUNT).
           MOVE WS-INPUT-DATE TO LT-T-RECEIVED-DATE (LT-COUNT).
           MOVE LT-BB-IN TO LT-T-BEST-BEFORE (LT-COUNT).
           MOVE QTY-INPUT TO LT-T-QTY-RECEIVED (LT-COUNT).
           MOVE QTY-INPUT TO LT-T-QTY-ON-HAND (LT-COUNT).
           MOVE 'O' TO LT-T-STATUS (LT-COUNT).
           PERFORM 121SAVE-LOTS.
           DISPLAY "Lot " LT-NEXT-NO " booked: " QTY-INPUT
               " best before " LT-BB-IN.

       123TAKE-FROM-LOTS.
           PERFORM 125LOT-ON-HAND.
           MOVE 0 TO LT-UNTRACKED.
           IF PRODUCT-QTYS (VAL-INDEX) > LT-ON-HAND
               COMPUTE LT-UNTRACKED =
                   PRODUCT-QTYS (VAL-INDEX) - LT-ON-HAND
           END-IF.
           IF LT-UNTRACKED >= LT-NEED
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT LT-UNTRACKED FROM LT-NEED.
           PERFORM 1232DRAW-FROM-LOTS.

       1231FIND-OLDEST-LOT.
           MOVE 0 TO LT-PICKED.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > LT-COUNT
               IF LT-T-PRODUCT-ID (LT-IDX) = PRODUCT-IDS (VAL-INDEX)
                       AND LT-T-STATUS (LT-IDX) = 'O'
                       AND LT-T-QTY-ON-HAND (LT-IDX) > 0
                   IF LT-PICKED = 0
                       MOVE LT-IDX TO LT-PICKED
                   ELSE
                       IF LT-T-RECEIVED-DATE (LT-IDX) <
                               LT-T-RECEIVED-DATE (LT-PICKED)
                           MOVE LT-IDX TO LT-PICKED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       1232DRAW-FROM-LOTS.
           PERFORM UNTIL LT-NEED = 0
               PERFORM 1231FIND-OLDEST-LOT
               IF LT-PICKED = 0
                   MOVE 0 TO LT-NEED
               ELSE
                   IF LT-T-QTY-ON-HAND (LT-PICKED) >= LT-NEED
                       SUBTRACT LT-NEED FROM
                           LT-T-QTY-ON-HAND (LT-PICKED)
                       MOVE 0 TO LT-NEED
                   ELSE
                       SUBTRACT LT-T-QTY-ON-HAND (LT-PICKED)
                           FROM LT-NEED
                       MOVE 0 TO LT-T-QTY-ON-HAND (LT-PICKED)
                   END-IF
                   MOVE LT-T-LOT-NO (LT-PICKED) TO LT-LAST-LOT
               END-IF
           END-PERFORM.

       124RETURN-TO-LOT.
           MOVE 0 TO LT-PICKED.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > LT-COUNT
               IF LT-T-LOT-NO (LT-IDX) = RF-LOT-NO (RF-IDX)
                       AND LT-T-PRODUCT-ID (LT-IDX) =
                           PRODUCT-IDS (VAL-INDEX)
                       AND LT-T-STATUS (LT-IDX) = 'O'
                   MOVE LT-IDX TO LT-PICKED
               END-IF
           END-PERFORM.
           IF LT-PICKED = 0
               PERFORM VARYING LT-IDX FROM 1 BY 1
                       UNTIL LT-IDX > LT-COUNT
                   IF LT-T-PRODUCT-ID (LT-IDX) =
                           PRODUCT-IDS (VAL-INDEX)
                           AND LT-T-STATUS (LT-IDX) = 'O'
                       IF LT-PICKED = 0
                           MOVE LT-IDX TO LT-PICKED
                       ELSE
                           IF LT-T-RECEIVED-DATE (LT-IDX) >=
                                   LT-T-RECEIVED-DATE (LT-PICKED)
                               MOVE LT-IDX TO LT-PICKED
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF LT-PICKED > 0
               ADD RFD-QTY (RFD-IDX) TO LT-T-QTY-ON-HAND (LT-PICKED)
               MOVE LT-T-LOT-NO (LT-PICKED) TO LT-RETURN-LOT
           END-IF.

       125LOT-ON-HAND.
           MOVE 0 TO LT-ON-HAND.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > LT-COUNT
               IF LT-T-PRODUCT-ID (LT-IDX) = PRODUCT-IDS (VAL-INDEX)
                       AND LT-T-STATUS (LT-IDX) = 'O'
                   ADD LT-T-QTY-ON-HAND (LT-IDX) TO LT-ON-HAND
               END-IF
           END-PERFORM.

       126TRIM-LOTS-TO-STOCK.
           PERFORM 125LOT-ON-HAND.
           IF LT-ON-HAND > PRODUCT-QTYS (VAL-INDEX)
               COMPUTE LT-NEED =
                   LT-ON-HAND - PRODUCT-QTYS (VAL-INDEX)
               PERFORM 1232DRAW-FROM-LOTS
           END-IF.

       127NEAR-EXPIRY-REPORT.
           DISPLAY "*** Near-Expiry Report ***".
           DISPLAY "Enter today's date (YYYYMMDD):".
           ACCEPT WS-INPUT-DATE.
           DISPLAY "Enter number of days ahead to check:".
           ACCEPT LT-DAYS.
           PERFORM 120LOAD-LOTS.
           MOVE WS-INPUT-DATE TO LT-DATE-NUM.
           COMPUTE LT-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (LT-DATE-NUM).
           COMPUTE LT-LIMIT-INT = LT-TODAY-INT + LT-DAYS.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > LT-COUNT
               MOVE 'N' TO LT-T-LISTED (LT-IDX)
           END-PERFORM.
           DISPLAY "LOT   PRODUCT  NAME                           "
               "BEST-BEF  QTY  DAYS LEFT".
           MOVE 0 TO LT-LISTED.
           MOVE 1 TO LT-PICKED.
           PERFORM UNTIL LT-PICKED = 0
               PERFORM 1271NEXT-EXPIRING-LOT
               IF LT-PICKED > 0
                   PERFORM 1272PRINT-EXPIRING-LOT
               END-IF
           END-PERFORM.
           IF LT-LISTED = 0
               DISPLAY "No lots expire within " LT-DAYS " days."
           END-IF.
           DISPLAY "*** End of Report ***".
           DISPLAY "Press Enter to return to the main menu...".
           ACCEPT CHOICE.

       1271NEXT-EXPIRING-LOT.
           MOVE 0 TO LT-PICKED.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > LT-COUNT
               IF LT-T-STATUS (LT-IDX) = 'O'
                       AND LT-T-QTY-ON-HAND (LT-IDX) > 0
                       AND LT-T-LISTED (LT-IDX) = 'N'
                   IF LT-PICKED = 0
                       MOVE LT-IDX TO LT-PICKED
                   ELSE
                       IF LT-T-BEST-BEFORE (LT-IDX) <
                               LT-T-BEST-BEFORE (LT-PICKED)
                           MOVE LT-IDX TO LT-PICKED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF LT-PICKED > 0
               MOVE 'Y' TO LT-T-LISTED (LT-PICKED)
               MOVE LT-T-BEST-BEFORE (LT-PICKED) TO LT-DATE-NUM
               COMPUTE LT-BB-INT =
                   FUNCTION INTEGER-OF-DATE (LT-DATE-NUM)
               IF LT-BB-INT > LT-LIMIT-INT
                   MOVE 0 TO LT-PICKED
               END-IF
           END-IF.

       1272PRINT-EXPIRING-LOT.
           ADD 1 TO LT-LISTED.
           COMPUTE LT-DAYS-LEFT = LT-BB-INT - LT-TODAY-INT.
           MOVE LT-DAYS-LEFT TO EDT-LT-DAYS-LEFT.
           MOVE LT-T-PRODUCT-ID (LT-PICKED) TO ID-INPUT.
           MOVE LT-T-QTY-ON-HAND (LT-PICKED) TO DISP-QTY.
           PERFORM 1001GET-PRODUCT.
           IF VAL-INDEX > WS-PRODUCT-COUNT
               MOVE SPACES TO NEW-PRODUCT-NAME
           ELSE
               MOVE PRODUCT-NAMES (VAL-INDEX) TO NEW-PRODUCT-NAME
           END-IF.
           IF LT-DAYS-LEFT < 0
               DISPLAY LT-T-LOT-NO (LT-PICKED) " "
                   LT-T-PRODUCT-ID (LT-PICKED) "  " NEW-PRODUCT-NAME
                   " " LT-T-BEST-BEFORE (LT-PICKED) "  " DISP-QTY
                   "  EXPIRED"
           ELSE
               DISPLAY LT-T-LOT-NO (LT-PICKED) " "
                   LT-T-PRODUCT-ID (LT-PICKED) "  " NEW-PRODUCT-NAME
                   " " LT-T-BEST-BEFORE (LT-PICKED) "  " DISP-QTY
                   "  " EDT-LT-DAYS-LEFT
           END-IF.

       128WRITE-OFF-EXPIRED.
           DISPLAY "*** Write Off Expired Lots ***".
           DISPLAY "Enter today's date (YYYYMMDD):".
           ACCEPT WS-INPUT-DATE.
           PERFORM 120LOAD-LOTS.
           MOVE 0 TO LT-LISTED.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > LT-COUNT
               IF LT-T-STATUS (LT-IDX) = 'O'
                       AND LT-T-QTY-ON-HAND (LT-IDX) > 0
                       AND LT-T-BEST-BEFORE (LT-IDX) < WS-INPUT-DATE
                   ADD 1 TO LT-LISTED
                   MOVE LT-T-QTY-ON-HAND (LT-IDX) TO DISP-QTY
                   DISPLAY "Lot " LT-T-LOT-NO (LT-IDX) "  "
                       LT-T-PRODUCT-ID (LT-IDX) "  best before "
                       LT-T-BEST-BEFORE (LT-IDX) "  qty " DISP-QTY
               END-IF
           END-PERFORM.
           IF LT-LISTED = 0
               DISPLAY "No expired lots on hand."
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Write off these " LT-LISTED " lot(s)? (Y/N):".
           ACCEPT LT-ANSWER.
           IF LT-ANSWER NOT = 'Y'
               DISPLAY "Nothing written off."
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LT-WO-TOTAL.
           PERFORM VARYING LT-PICKED FROM 1 BY 1
                   UNTIL LT-PICKED > LT-COUNT
               IF LT-T-STATUS (LT-PICKED) = 'O'
                       AND LT-T-QTY-ON-HAND (LT-PICKED) > 0
                       AND LT-T-BEST-BEFORE (LT-PICKED) < WS-INPUT-DATE
                   PERFORM 1281WRITE-OFF-ONE-LOT
               END-IF
           END-PERFORM.
           PERFORM 0004SAVE-ALL-STOCK.
           PERFORM 121SAVE-LOTS.
           MOVE LT-WO-TOTAL TO EDT-BASKET-TOTAL.
           DISPLAY "Expired stock written off at cost: "
               EDT-BASKET-TOTAL.
           DISPLAY "Press Enter to return to the main menu...".
           ACCEPT CHOICE.

       1281WRITE-OFF-ONE-LOT.
           MOVE LT-T-PRODUCT-ID (LT-PICKED) TO ID-INPUT.
           PERFORM 1001GET-PRODUCT.
           MOVE LT-T-QTY-ON-HAND (LT-PICKED) TO LT-WO-QTY.
           MOVE 0 TO LT-T-QTY-ON-HAND (LT-PICKED).
           MOVE 'E' TO LT-T-STATUS (LT-PICKED).
           IF VAL-INDEX > WS-PRODUCT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF LT-WO-QTY > PRODUCT-QTYS (VAL-INDEX)
               MOVE PRODUCT-QTYS (VAL-INDEX) TO LT-WO-QTY
           END-IF.
           PERFORM 066OPEN-ADJ-LOG-FOR-APPEND.
           MOVE PRODUCT-IDS (VAL-INDEX) TO AJ-PRODUCT-ID.
           MOVE PRODUCT-QTYS (VAL-INDEX) TO AJ-SYSTEM-QTY.
           COMPUTE AJ-COUNTED-QTY =
               PRODUCT-QTYS (VAL-INDEX) - LT-WO-QTY.
           MOVE WS-INPUT-DATE TO AJ-ADJ-DATE.
           MOVE WS-LOGGED-IN-CASHIER-ID TO AJ-CASHIER-ID.
           MOVE "EX" TO AJ-REASON.
           WRITE ADJUST-LOG-RECORD.
           CLOSE ADJUST-LOG-FILE.
           SUBTRACT LT-WO-QTY FROM PRODUCT-QTYS (VAL-INDEX).
           MOVE WS-LOGGED-IN-CASHIER-ID TO
               PRODUCT-LAST-CASHIER (VAL-INDEX).
           MULTIPLY LT-WO-QTY BY PRODUCT-COSTS (VAL-INDEX)
               GIVING LT-WO-VALUE.
           ADD LT-WO-VALUE TO LT-WO-TOTAL.
           MOVE LT-WO-VALUE TO EDT-TOTAL-PRICE.
           DISPLAY "Lot " LT-T-LOT-NO (LT-PICKED) " written off: "
               LT-WO-QTY " x " PRODUCT-IDS (VAL-INDEX)
               "  cost " EDT-TOTAL-PRICE.

       140TAKE-PAYMENT.
           MOVE 0 TO CD-AMOUNT.
           PERFORM VARYING WS-BASKET-IDX FROM 1 BY 1
                   UNTIL WS-BASKET-IDX > WS-BASKET-COUNT
               ADD BK-LINE-TOTAL (WS-BASKET-IDX) TO CD-AMOUNT
           END-PERFORM.
           MOVE CD-AMOUNT TO EDT-BASKET-TOTAL.
           DISPLAY "Amount due: " EDT-BASKET-TOTAL.
           MOVE SPACES TO CD-TENDER.
           PERFORM WITH TEST AFTER
                   UNTIL CD-TENDER NOT = SPACES OR CD-CHOICE = 'X'
               MOVE SPACES TO CD-CARD-IN
               MOVE SPACES TO CD-CUST-ACC
               DISPLAY "Tender: [1] Cash  [2] Card  [X] Cancel sale"
               ACCEPT CD-CHOICE
               EVALUATE CD-CHOICE
                   WHEN '1'
                       MOVE "CASH" TO CD-TENDER
                   WHEN '2'
                       PERFORM 141CARD-PAYMENT
                   WHEN 'X'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Please choose 1, 2 or X."
               END-EVALUATE
           END-PERFORM.

       141CARD-PAYMENT.
           DISPLAY "Customer: enter card number:".
           ACCEPT CD-CARD-IN.
           DISPLAY "Customer: enter PIN:".
           ACCEPT CD-PIN-IN.
           PERFORM 142VERIFY-CARD.
           IF CD-CARD-OK NOT = 'Y'
               DISPLAY "Card declined: " CD-REFUSAL
               EXIT PARAGRAPH
           END-IF.
           MOVE CD-CUST-ACC TO CD-DEBIT-ACC.
           MOVE CD-CARD-IN TO CD-DEBIT-CARD.
           MOVE CD-MERCHANT-ACC TO CD-CREDIT-ACC.
           MOVE SPACES TO CD-CREDIT-CARD.
           PERFORM 143POST-CARD-MOVEMENT.
           IF CD-POSTED NOT = 'Y'
               DISPLAY "Card declined: " CD-REFUSAL
               EXIT PARAGRAPH
           END-IF.
           MOVE "CARD" TO CD-TENDER.
           DISPLAY "Card payment approved.".

       142VERIFY-CARD.
           MOVE 'N' TO CD-CARD-OK.
           MOVE "CARD NOT RECOGNISED" TO CD-REFUSAL.
           MOVE SPACES TO CD-CUST-ACC.
           MOVE CD-CARD-IN TO CARD-NO.
           OPEN I-O CARD-FILE.
           IF WS-CARD-STATUS NOT = "00"
               MOVE "CARD SERVICE UNAVAILABLE" TO CD-REFUSAL
               EXIT PARAGRAPH
           END-IF.
           READ CARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CARD-ACTIVE
                           AND CARD-EXPIRY < WS-INPUT-DATE (1:6)
                       MOVE "EXPIRED" TO CARD-STATUS
                       MOVE WS-INPUT-DATE TO CARD-BLOCK-DATE
                       REWRITE CARD-RECORD
                   END-IF
                   IF NOT CARD-ACTIVE
                       MOVE SPACES TO CD-REFUSAL
                       STRING "CARD " CARD-STATUS
                           DELIMITED BY SIZE INTO CD-REFUSAL
                   ELSE
                       IF CD-PIN-IN = CARD-PIN
                           MOVE 'Y' TO CD-CARD-OK
                           MOVE CARD-ACC-NO TO CD-CUST-ACC
                           MOVE 0 TO CARD-PIN-FAILS
                           REWRITE CARD-RECORD
                       ELSE
                           ADD 1 TO CARD-PIN-FAILS
                           MOVE "INCORRECT PIN" TO CD-REFUSAL
                           IF CARD-PIN-FAILS >= CD-MAX-PIN-FAILS
                               MOVE "LOCKED" TO CARD-STATUS
                               MOVE WS-INPUT-DATE TO CARD-BLOCK-DATE
                               MOVE "INCORRECT PIN - CARD LOCKED"
                                   TO CD-REFUSAL
                           END-IF
                           REWRITE CARD-RECORD
                       END-IF
                   END-IF
           END-READ.
           CLOSE CARD-FILE.

       143POST-CARD-MOVEMENT.
           MOVE 'N' TO CD-POSTED.
           MOVE 'N' TO CD-CREDIT-OK.
           IF CD-DEBIT-ACC = CD-CREDIT-ACC
               MOVE "CARD IS ON THE STORE ACCOUNT" TO CD-REFUSAL
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACC-STATUS NOT = "00"
               MOVE "BANK SERVICE UNAVAILABLE" TO CD-REFUSAL
               EXIT PARAGRAPH
           END-IF.
           MOVE "CREDIT ACCOUNT NOT ON FILE" TO CD-REFUSAL.
           MOVE CD-CREDIT-ACC TO ACC-NO.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACC-CLOSED
                       MOVE "CREDIT ACCOUNT CLOSED" TO CD-REFUSAL
                   ELSE
                       MOVE 'Y' TO CD-CREDIT-OK
                   END-IF
           END-READ.
           IF CD-CREDIT-OK = 'Y'
               MOVE "ACCOUNT NOT ON FILE" TO CD-REFUSAL
               MOVE CD-DEBIT-ACC TO ACC-NO
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1431CHECK-DEBIT-ACCOUNT
               END-READ
           END-IF.
           IF CD-POSTED = 'Y'
               SUBTRACT CD-AMOUNT FROM BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE CD-CREDIT-ACC TO ACC-NO
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD CD-AMOUNT TO BALANCE
                       REWRITE ACCOUNT-RECORD
               END-READ
           END-IF.
           CLOSE ACCOUNT-FILE.
           IF CD-POSTED = 'Y'
               PERFORM 144WRITE-TRANSLOG-LEGS
           END-IF.

       1431CHECK-DEBIT-ACCOUNT.
           EVALUATE TRUE
               WHEN ACC-CLOSED
                   MOVE "ACCOUNT CLOSED" TO CD-REFUSAL
               WHEN ACC-LOCKED
                   MOVE "ACCOUNT LOCKED" TO CD-REFUSAL
               WHEN ACC-REVIEW
                   MOVE "ACCOUNT UNDER REVIEW" TO CD-REFUSAL
               WHEN ACC-DORMANT
                   MOVE "ACCOUNT DORMANT" TO CD-REFUSAL
               WHEN OTHER
                   IF ACC-CURRENT
                       COMPUTE CD-AVAILABLE =
                           BALANCE + OVERDRAFT-LIMIT
                   ELSE
                       MOVE BALANCE TO CD-AVAILABLE
                   END-IF
                   IF CD-AVAILABLE < CD-AMOUNT
                       MOVE "INSUFFICIENT FUNDS" TO CD-REFUSAL
                   ELSE
                       MOVE 'Y' TO CD-POSTED
                   END-IF
           END-EVALUATE.

       144WRITE-TRANSLOG-LEGS.
           PERFORM 147OPEN-TRANSLOG-FOR-APPEND.
           MOVE FUNCTION CURRENT-DATE TO CD-NOW.
           MOVE CD-DEBIT-ACC TO ACC-NO-T.
           MOVE WS-INPUT-DATE TO DATE-T.
           MOVE CD-NOW (9:6) TO TIME-T.
           MOVE 'T' TO TYPE-T.
           MOVE CD-AMOUNT TO AMOUNT-T.
           MOVE SPACES TO REASON-T.
           MOVE SPACES TO ORIG-TYPE-T.
           MOVE SPACES TO ORIG-DATE-T.
           MOVE SPACES TO ORIG-TIME-T.
           MOVE CD-TERMINAL-ID TO TERM-T.
           MOVE CD-DEBIT-CARD TO CARD-T.
           WRITE TRANSACTION-FILE-RECORD.
           MOVE CD-CREDIT-ACC TO ACC-NO-T.
           MOVE 'R' TO TYPE-T.
           MOVE CD-CREDIT-CARD TO CARD-T.
           WRITE TRANSACTION-FILE-RECORD.
           CLOSE TRANSACTION-FILE.

       145CARD-REFUND.
           MOVE RF-TOTAL TO CD-AMOUNT.
           MOVE CD-MERCHANT-ACC TO CD-DEBIT-ACC.
           MOVE SPACES TO CD-DEBIT-CARD.
           MOVE RF-CARD-ACC TO CD-CREDIT-ACC.
           MOVE RF-CARD-NO TO CD-CREDIT-CARD.
           PERFORM 143POST-CARD-MOVEMENT.
           IF CD-POSTED = 'Y'
               DISPLAY "Refund credited to the account of card ending "
                   RF-CARD-NO (13:4) "."
           ELSE
               DISPLAY "Card refund failed: " CD-REFUSAL
               DISPLAY "Refund in cash instead? (Y/N):"
               ACCEPT CD-CHOICE
               IF CD-CHOICE = 'Y'
                   MOVE "CASH" TO RF-TENDER
               END-IF
           END-IF.

       146CARD-SETTLEMENT-REPORT.
           DISPLAY "*** Card Settlement Report ***".
           DISPLAY "Enter trading date (YYYYMMDD):".
           ACCEPT CD-SET-DATE.
           MOVE 0 TO CD-ST-SALE-COUNT.
           MOVE 0 TO CD-ST-SALES.
           MOVE 0 TO CD-ST-REF-COUNT.
           MOVE 0 TO CD-ST-REFUNDS.
           MOVE 0 TO CD-BK-CR-COUNT.
           MOVE 0 TO CD-BK-CREDITS.
           MOVE 0 TO CD-BK-DR-COUNT.
           MOVE 0 TO CD-BK-DEBITS.
           MOVE 0 TO CD-LAST-RECEIPT.
           MOVE 'N' TO WS-LOG-EOF-FLAG.
           OPEN INPUT SALES-LOG-FILE.
           IF WS-SALES-LOG-STATUS = "35"
               MOVE 'Y' TO WS-LOG-EOF-FLAG
           ELSE
               PERFORM UNTIL WS-LOG-EOF-FLAG = 'Y'
               READ SALES-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF-FLAG
                   NOT AT END
                       IF SL-SALE-DATE = CD-SET-DATE
                               AND SL-TENDER = "CARD"
                           PERFORM 1461TALLY-CARD-LINE
                       END-IF
               END-READ
               END-PERFORM
               CLOSE SALES-LOG-FILE
           END-IF.
           PERFORM 1462FIND-TRANSLOG-ARCHIVE.
           IF WS-ARCHIVE-FILENAME NOT = SPACES
               MOVE 'N' TO WS-LOG-EOF-FLAG
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCH-STATUS = "35"
                   MOVE 'Y' TO WS-LOG-EOF-FLAG
               ELSE
                   PERFORM UNTIL WS-LOG-EOF-FLAG = 'Y'
                   READ ARCHIVE-FILE INTO CD-TL-WORK
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF-FLAG
                       NOT AT END
                           PERFORM 1463TALLY-MERCHANT-LEG
                   END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.
           MOVE 'N' TO WS-LOG-EOF-FLAG.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANSLOG-STATUS = "35"
               MOVE 'Y' TO WS-LOG-EOF-FLAG
           ELSE
               PERFORM UNTIL WS-LOG-EOF-FLAG = 'Y'
               READ TRANSACTION-FILE INTO CD-TL-WORK
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF-FLAG
                   NOT AT END
                       PERFORM 1463TALLY-MERCHANT-LEG
               END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF.
           DISPLAY "Trading date: " CD-SET-DATE
               "   Merchant account: " CD-MERCHANT-ACC.
           IF WS-ARCHIVE-FILENAME NOT = SPACES
               DISPLAY "Bank records read from translog.dat and "
                   WS-ARCHIVE-FILENAME
           END-IF.
           DISPLAY "STORE SALES LOG".
           MOVE CD-ST-SALES TO EDT-BASKET-TOTAL.
           DISPLAY "  Card sales      " CD-ST-SALE-COUNT
               " receipt(s)  " EDT-BASKET-TOTAL.
           MOVE CD-ST-REFUNDS TO EDT-BASKET-TOTAL.
           DISPLAY "  Card refunds    " CD-ST-REF-COUNT
               " slip(s)     " EDT-BASKET-TOTAL.
           COMPUTE CD-ST-NET = CD-ST-SALES - CD-ST-REFUNDS.
           MOVE CD-ST-NET TO EDT-CD-AMOUNT.
           DISPLAY "  Net card takings              " EDT-CD-AMOUNT.
           DISPLAY "BANK MERCHANT ACCOUNT".
           MOVE CD-BK-CREDITS TO EDT-BASKET-TOTAL.
           DISPLAY "  Till credits    " CD-BK-CR-COUNT
               " posting(s)  " EDT-BASKET-TOTAL.
           MOVE CD-BK-DEBITS TO EDT-BASKET-TOTAL.
           DISPLAY "  Refund debits   " CD-BK-DR-COUNT
               " posting(s)  " EDT-BASKET-TOTAL.
           COMPUTE CD-BK-NET = CD-BK-CREDITS - CD-BK-DEBITS.
           MOVE CD-BK-NET TO EDT-CD-AMOUNT.
           DISPLAY "  Net settled                   " EDT-CD-AMOUNT.
           COMPUTE CD-DIFFERENCE = CD-ST-NET - CD-BK-NET.
           IF CD-DIFFERENCE = 0
                   AND CD-ST-SALE-COUNT = CD-BK-CR-COUNT
                   AND CD-ST-REF-COUNT = CD-BK-DR-COUNT
               DISPLAY "SETTLEMENT AGREES."
           ELSE
               MOVE CD-DIFFERENCE TO EDT-CD-AMOUNT
               DISPLAY "SETTLEMENT DOES NOT AGREE - difference "
                   "(store less bank): " EDT-CD-AMOUNT
           END-IF.
           DISPLAY "*** End of Report ***".
           DISPLAY "Press Enter to return to the main menu...".
           ACCEPT CHOICE.

       1461TALLY-CARD-LINE.
           IF SL-KIND = 'R'
               ADD SL-TOTAL-PRICE TO CD-ST-REFUNDS
               IF SL-RECEIPT-NO NOT = CD-LAST-RECEIPT
                   ADD 1 TO CD-ST-REF-COUNT
               END-IF
           ELSE
               ADD SL-TOTAL-PRICE TO CD-ST-SALES
               IF SL-RECEIPT-NO NOT = CD-LAST-RECEIPT
                   ADD 1 TO CD-ST-SALE-COUNT
               END-IF
           END-IF.
           MOVE SL-RECEIPT-NO TO CD-LAST-RECEIPT.

       1462FIND-TRANSLOG-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-FILENAME.
           MOVE SPACES TO CD-BEST-CUT.
           MOVE 'N' TO WS-LOG-EOF-FLAG.
           OPEN INPUT CUTOVER-FILE.
           IF WS-CUTOVER-STATUS = "35"
               MOVE 'Y' TO WS-LOG-EOF-FLAG
           ELSE
               PERFORM UNTIL WS-LOG-EOF-FLAG = 'Y'
               READ CUTOVER-FILE
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF-FLAG
                   NOT AT END
                       IF CUT-DATE > CD-SET-DATE
                           AND (CD-BEST-CUT = SPACES
                               OR CUT-DATE < CD-BEST-CUT)
                           MOVE CUT-DATE TO CD-BEST-CUT
                           MOVE CUT-ARCHIVE-FILE TO
                               WS-ARCHIVE-FILENAME
                       END-IF
               END-READ
               END-PERFORM
               CLOSE CUTOVER-FILE
           END-IF.

       1463TALLY-MERCHANT-LEG.
           IF CW-ACC-NO = CD-MERCHANT-ACC
                   AND CW-DATE = CD-SET-DATE
                   AND CW-TERM = CD-TERMINAL-ID
               EVALUATE CW-TYPE
                   WHEN 'R'
                       ADD 1 TO CD-BK-CR-COUNT
                       ADD CW-AMOUNT TO CD-BK-CREDITS
                   WHEN 'T'
                       ADD 1 TO CD-BK-DR-COUNT
                       ADD CW-AMOUNT TO CD-BK-DEBITS
               END-EVALUATE
           END-IF.

       147OPEN-TRANSLOG-FOR-APPEND.
           MOVE 0 TO WS-COUNT-LINE.
           MOVE 'N' TO WS-LOG-EOF-FLAG.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANSLOG-STATUS NOT = "35"
               PERFORM UNTIL WS-LOG-EOF-FLAG = 'Y'
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-COUNT-LINE
               END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF.
           IF WS-COUNT-LINE = 0
               OPEN OUTPUT TRANSACTION-FILE
           ELSE
               OPEN EXTEND TRANSACTION-FILE
           END-IF.

       2000RESTOCK-ITEM.
                   DISPLAY "New quantity: "  DISP-QTY
                   PERFORM 0007WRITE-RESTOCK-LOG
                   PERFORM 0004SAVE-ALL-STOCK
                   IF CATEGORY (VAL-INDEX) = "FD"
                       MOVE 0 TO LT-PO-IN
                       PERFORM 122BOOK-LOT
                   END-IF
               END-IF
            END-PERFORM.
            DISPLAY "Press enter to return to the main menu..."
                   " this run re-counts it."
           END-IF.
           MOVE 0 TO WS-SHIFT-EXPECTED.
           MOVE 0 TO WS-SHIFT-CARD.
           MOVE 0 TO WS-SHIFT-POST-COUNT.
           MOVE 'N' TO WS-LOG-EOF-FLAG.
           OPEN INPUT SALES-LOG-FILE.
                   NOT AT END
                       IF SL-CASHIER-ID = WS-SHIFT-CASHIER
                               AND SL-SALE-DATE = WS-SHIFT-DATE
                           IF SL-TENDER = "CARD"
                               IF SL-KIND = 'R'
                                   SUBTRACT SL-TOTAL-PRICE
                                       FROM WS-SHIFT-CARD
                               ELSE
                                   ADD SL-TOTAL-PRICE
                                       TO WS-SHIFT-CARD
                               END-IF
                           ELSE
                           IF SL-KIND = 'R'
                               SUBTRACT SL-TOTAL-PRICE
                                   FROM WS-SHIFT-EXPECTED
                               ADD SL-TOTAL-PRICE
                                   TO WS-SHIFT-EXPECTED
                           END-IF
                           END-IF
                           IF SL-POST-CLOSE = 'P'
                               ADD 1 TO WS-SHIFT-POST-COUNT
                           END-IF
               END-PERFORM
               CLOSE SALES-LOG-FILE
           END-IF.
           COMPUTE WS-SHIFT-VARIANCE =
               WS-SHIFT-EXPECTED + WS-SHIFT-CARD.
           MOVE WS-SHIFT-VARIANCE TO EDT-SHIFT-VARIANCE.
           DISPLAY "Expected takings (sales less refunds): "
               EDT-SHIFT-VARIANCE.
           MOVE WS-SHIFT-CARD TO EDT-SHIFT-VARIANCE.
           DISPLAY "  of which card (settled to the bank): "
               EDT-SHIFT-VARIANCE.
           MOVE WS-SHIFT-EXPECTED TO EDT-SHIFT-VARIANCE.
           DISPLAY "  of which cash (expected in drawer):  "
               EDT-SHIFT-VARIANCE.
           IF WS-SHIFT-POST-COUNT > 0
               DISPLAY "Includes " WS-SHIFT-POST-COUNT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Lines on receipt " RF-ORIG-NO ":".
           IF RF-TENDER = "CARD"
               DISPLAY "Paid by card ending " RF-CARD-NO (13:4)
                   "; the refund goes back to that account."
           END-IF.
           PERFORM VARYING RF-IDX FROM 1 BY 1
                   UNTIL RF-IDX > RF-COUNT
               COMPUTE RF-REFUNDABLE = RF-QTY-SOLD (RF-IDX) -
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           IF RF-TENDER = "CARD"
               PERFORM 145CARD-REFUND
               IF CD-POSTED NOT = 'Y' AND RF-TENDER = "CARD"
                   DISPLAY "Refund cancelled; nothing was posted."
                   DISPLAY "Press Enter to return to the main menu..."
                   ACCEPT CHOICE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 1004NEXT-RECEIPT-NO.
           MOVE WS-RECEIPT-NO TO RF-SLIP-NO.
           PERFORM 120LOAD-LOTS.
           PERFORM 073POST-REFUNDS.
           PERFORM 0004SAVE-ALL-STOCK.
           PERFORM 121SAVE-LOTS.
           PERFORM 074PRINT-REFUND-SLIP.
           MOVE RF-TOTAL TO EDT-BASKET-TOTAL.
           DISPLAY "Refund complete. Slip " RF-SLIP-NO

       071LOAD-RECEIPT-LINES.
           MOVE 0 TO RF-COUNT.
           MOVE "CASH" TO RF-TENDER.
           MOVE SPACES TO RF-CARD-NO.
           MOVE SPACES TO RF-CARD-ACC.
           MOVE 'N' TO WS-LOG-EOF-FLAG.
           OPEN INPUT SALES-LOG-FILE.
           IF WS-SALES-LOG-STATUS = "35"
                       IF SL-KIND NOT = 'R'
                               AND SL-RECEIPT-NO = RF-ORIG-NO
                           PERFORM 0711ADD-RECEIPT-LINE
                           IF SL-TENDER = "CARD"
                               MOVE "CARD" TO RF-TENDER
                               MOVE SL-CARD-NO TO RF-CARD-NO
                               MOVE SL-CARD-ACC TO RF-CARD-ACC
                           END-IF
                       END-IF
                       IF SL-KIND = 'R'
                               AND SL-ORIG-RECEIPT = RF-ORIG-NO
               END-PERFORM
               CLOSE SALES-LOG-FILE
           END-IF.
           PERFORM VARYING RF-IDX FROM 1 BY 1
                   UNTIL RF-IDX > RF-COUNT
               IF RF-QTY-SOLD (RF-IDX) > 0
                   COMPUTE RF-UNIT-PRICE (RF-IDX) ROUNDED =
                       RF-VALUE-SOLD (RF-IDX) / RF-QTY-SOLD (RF-IDX)
               END-IF
           END-PERFORM.

       0711ADD-RECEIPT-LINE.
           MOVE 'N' TO RF-FOUND.
                   UNTIL RF-IDX > RF-COUNT
               IF RF-PRODUCT-ID (RF-IDX) = SL-PRODUCT-ID
                   ADD SL-QTY TO RF-QTY-SOLD (RF-IDX)
                   ADD SL-TOTAL-PRICE TO RF-VALUE-SOLD (RF-IDX)
                   IF SL-LOT-NO IS NUMERIC AND SL-LOT-NO > 0
                       MOVE SL-LOT-NO TO RF-LOT-NO (RF-IDX)
                   END-IF
                   MOVE 'Y' TO RF-FOUND
               END-IF
           END-PERFORM.
               MOVE 0 TO RF-QTY-REF (RF-COUNT)
               MOVE SL-UNIT-PRICE TO RF-UNIT-PRICE (RF-COUNT)
               MOVE SL-UNIT-COST TO RF-UNIT-COST (RF-COUNT)
               MOVE SL-TOTAL-PRICE TO RF-VALUE-SOLD (RF-COUNT)
               MOVE 0 TO RF-VALUE-REF (RF-COUNT)
               IF SL-LIST-PRICE IS NUMERIC
                   MOVE SL-LIST-PRICE TO RF-LIST-PRICE (RF-COUNT)
               ELSE
                   MOVE SL-UNIT-PRICE TO RF-LIST-PRICE (RF-COUNT)
               END-IF
               MOVE SL-PROMO-ID TO RF-PROMO-ID (RF-COUNT)
               MOVE 0 TO RF-LOT-NO (RF-COUNT)
               IF SL-LOT-NO IS NUMERIC
                   MOVE SL-LOT-NO TO RF-LOT-NO (RF-COUNT)
               END-IF
           END-IF.

       0712ADD-PRIOR-REFUND.
                   UNTIL RF-IDX > RF-COUNT
               IF RF-PRODUCT-ID (RF-IDX) = SL-PRODUCT-ID
                   ADD SL-QTY TO RF-QTY-REF (RF-IDX)
                   ADD SL-TOTAL-PRICE TO RF-VALUE-REF (RF-IDX)
               END-IF
           END-PERFORM.

           ADD 1 TO RFD-COUNT.
           MOVE RF-IDX TO RFD-RF-IDX (RFD-COUNT).
           MOVE RF-QTY-IN TO RFD-QTY (RFD-COUNT).
           COMPUTE RF-VALUE-LEFT = RF-VALUE-SOLD (RF-IDX) -
               RF-VALUE-REF (RF-IDX).
           PERFORM VARYING RFD-IDX FROM 1 BY 1
                   UNTIL RFD-IDX >= RFD-COUNT
               IF RFD-RF-IDX (RFD-IDX) = RF-IDX
                   SUBTRACT RFD-TOTAL (RFD-IDX) FROM RF-VALUE-LEFT
               END-IF
           END-PERFORM.
           IF RF-VALUE-LEFT < 0
               MOVE 0 TO RF-VALUE-LEFT
           END-IF.
           IF RF-QTY-IN = RF-REFUNDABLE
               MOVE RF-VALUE-LEFT TO RFD-TOTAL (RFD-COUNT)
           ELSE
               COMPUTE RFD-TOTAL (RFD-COUNT) ROUNDED =
                   RF-VALUE-SOLD (RF-IDX) * RF-QTY-IN /
                   RF-QTY-SOLD (RF-IDX)
               IF RFD-TOTAL (RFD-COUNT) > RF-VALUE-LEFT
                   MOVE RF-VALUE-LEFT TO RFD-TOTAL (RFD-COUNT)
               END-IF
           END-IF.
           ADD RFD-TOTAL (RFD-COUNT) TO RF-TOTAL.
           MOVE RFD-TOTAL (RFD-COUNT) TO EDT-TOTAL-PRICE.
           DISPLAY "  Refunding " RF-QTY-IN " x "
               MOVE RFD-RF-IDX (RFD-IDX) TO RF-IDX
               MOVE RF-PRODUCT-ID (RF-IDX) TO ID-INPUT
               PERFORM 1001GET-PRODUCT
               MOVE 0 TO LT-RETURN-LOT
               IF VAL-INDEX <= WS-PRODUCT-COUNT
                   IF CATEGORY (VAL-INDEX) = "FD"
                       PERFORM 124RETURN-TO-LOT
                   END-IF
                   ADD RFD-QTY (RFD-IDX) TO PRODUCT-QTYS (VAL-INDEX)
                   MOVE WS-LOGGED-IN-CASHIER-ID TO
                       PRODUCT-LAST-CASHIER (VAL-INDEX)
               MOVE RF-UNIT-COST (RF-IDX) TO SL-UNIT-COST
               MOVE 'R' TO SL-KIND
               MOVE RF-ORIG-NO TO SL-ORIG-RECEIPT
               MOVE RF-LIST-PRICE (RF-IDX) TO SL-LIST-PRICE
               MOVE RF-PROMO-ID (RF-IDX) TO SL-PROMO-ID
               MOVE LT-RETURN-LOT TO SL-LOT-NO
               MOVE RF-TENDER TO SL-TENDER
               IF RF-TENDER = "CARD"
                   MOVE RF-CARD-NO TO SL-CARD-NO
                   MOVE RF-CARD-ACC TO SL-CARD-ACC
               ELSE
                   MOVE SPACES TO SL-CARD-NO
                   MOVE SPACES TO SL-CARD-ACC
               END-IF
               WRITE SALES-LOG-RECORD
           END-PERFORM.
           CLOSE SALES-LOG-FILE.
           STRING "TOTAL REFUNDED: " EDT-BASKET-TOTAL
               DELIMITED BY SIZE INTO RECEIPT-TEXT.
           WRITE RECEIPT-TEXT.
           MOVE SPACES TO RECEIPT-TEXT.
           IF RF-TENDER = "CARD"
               STRING "REFUNDED TO CARD ENDING " RF-CARD-NO (13:4)
                   DELIMITED BY SIZE INTO RECEIPT-TEXT
           ELSE
               MOVE "REFUNDED IN CASH" TO RECEIPT-TEXT
           END-IF.
           WRITE RECEIPT-TEXT.
           MOVE ALL "-" TO RECEIPT-TEXT.
           WRITE RECEIPT-TEXT.
           CLOSE RECEIPT-FILE.
               END-PERFORM
               CLOSE RESTOCK-LOG-FILE
           END-IF.
           MOVE 0 TO ME-ADJ-COUNT.
           MOVE 0 TO ME-SHRINK-TOTAL.
           MOVE 'N' TO WS-LOG-EOF-FLAG.
           OPEN INPUT ADJUST-LOG-FILE.
           IF WS-ADJ-LOG-STATUS = "35"
               MOVE 'Y' TO WS-LOG-EOF-FLAG
           ELSE
               PERFORM UNTIL WS-LOG-EOF-FLAG = 'Y'
               READ ADJUST-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF-FLAG
                   NOT AT END
                       IF AJ-ADJ-DATE (1:6) = ME-MONTH
                           PERFORM 0812TALLY-ADJUSTMENT
                       END-IF
               END-READ
               END-PERFORM
               CLOSE ADJUST-LOG-FILE
           END-IF.

       0811TALLY-MONTH-LINE.
           MOVE 'N' TO MEP-FOUND.
               END-IF
           END-IF.

       0812TALLY-ADJUSTMENT.
           COMPUTE ME-ADJ-DIFF = AJ-COUNTED-QTY - AJ-SYSTEM-QTY.
           MOVE AJ-PRODUCT-ID TO ID-INPUT.
           PERFORM 1001GET-PRODUCT.
           MOVE 0 TO ME-ADJ-LINE-VALUE.
           IF VAL-INDEX <= WS-PRODUCT-COUNT
               COMPUTE ME-ADJ-LINE-VALUE =
                   ME-ADJ-DIFF * PRODUCT-COSTS (VAL-INDEX)
           END-IF.
           MOVE 0 TO ME-ADJ-IDX.
           PERFORM VARYING MEP-IDX FROM 1 BY 1
                   UNTIL MEP-IDX > ME-ADJ-COUNT
               IF ME-ADJ-REASON (MEP-IDX) = AJ-REASON
                   MOVE MEP-IDX TO ME-ADJ-IDX
               END-IF
           END-PERFORM.
           IF ME-ADJ-IDX = 0 AND ME-ADJ-COUNT < 10
               ADD 1 TO ME-ADJ-COUNT
               MOVE ME-ADJ-COUNT TO ME-ADJ-IDX
               MOVE AJ-REASON TO ME-ADJ-REASON (ME-ADJ-IDX)
               MOVE 0 TO ME-ADJ-QTY (ME-ADJ-IDX)
               MOVE 0 TO ME-ADJ-VALUE (ME-ADJ-IDX)
           END-IF.
           IF ME-ADJ-IDX > 0
               ADD ME-ADJ-DIFF TO ME-ADJ-QTY (ME-ADJ-IDX)
               ADD ME-ADJ-LINE-VALUE TO ME-ADJ-VALUE (ME-ADJ-IDX)
           END-IF.
           ADD ME-ADJ-LINE-VALUE TO ME-SHRINK-TOTAL.

       082CHECK-MONTH-SHIFTS.
           MOVE 0 TO ME-OPEN-SHIFTS.
           PERFORM VARYING MEP-IDX FROM 1 BY 1
               " LINES, " ME-RESTOCK-QTY " UNITS"
               DELIMITED BY SIZE INTO ME-RPT-LINE.
           WRITE ME-RPT-LINE.
           MOVE "SHRINKAGE BY REASON (QTY / VALUE AT COST)"
               TO ME-RPT-LINE.
           WRITE ME-RPT-LINE.
           PERFORM VARYING ME-ADJ-IDX FROM 1 BY 1
                   UNTIL ME-ADJ-IDX > ME-ADJ-COUNT
               EVALUATE ME-ADJ-REASON (ME-ADJ-IDX)
                   WHEN "BR" MOVE "BREAKAGE" TO ME-ADJ-LABEL
                   WHEN "TH" MOVE "THEFT" TO ME-ADJ-LABEL
                   WHEN "ER" MOVE "RECORD ERROR" TO ME-ADJ-LABEL
                   WHEN "EX" MOVE "EXPIRED" TO ME-ADJ-LABEL
                   WHEN OTHER MOVE "OTHER" TO ME-ADJ-LABEL
               END-EVALUATE
               MOVE ME-ADJ-QTY (ME-ADJ-IDX) TO EDT-ME-QTY
               MOVE ME-ADJ-VALUE (ME-ADJ-IDX) TO EDT-ME-VALUE
               MOVE SPACES TO ME-RPT-LINE
               STRING "  " ME-ADJ-REASON (ME-ADJ-IDX) " "
                   ME-ADJ-LABEL "  " EDT-ME-QTY "  " EDT-ME-VALUE
                   DELIMITED BY SIZE INTO ME-RPT-LINE
               WRITE ME-RPT-LINE
           END-PERFORM.
           MOVE ME-SHRINK-TOTAL TO EDT-ME-VALUE.
           MOVE SPACES TO ME-RPT-LINE.
           STRING "TOTAL SHRINKAGE AT COST: " EDT-ME-VALUE
               DELIMITED BY SIZE INTO ME-RPT-LINE.
           WRITE ME-RPT-LINE.
           PERFORM 0831WRITE-ACCRUALS.
           MOVE "PRICE CHANGES IN PERIOD" TO ME-RPT-LINE.
           WRITE ME-RPT-LINE.
           MOVE 'N' TO WS-LOG-EOF-FLAG.
           WRITE ME-RPT-LINE.
           CLOSE ME-RPT-FILE.

       0831WRITE-ACCRUALS.
           PERFORM 034LOAD-PO-FILE.
           PERFORM 136LOAD-INVOICES.
           MOVE 0 TO IV-ACCRUED-TOTAL.
           MOVE "ACCRUED LIABILITIES (RECEIVED, NOT YET INVOICED)"
               TO ME-RPT-LINE.
           WRITE ME-RPT-LINE.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               IF PO-T-STATUS (WS-PO-IDX) = "RECEIVED"
                       AND PO-T-RECEIVED-DATE (WS-PO-IDX) (1:6)
                           <= ME-MONTH
                   MOVE PO-T-QTY-RECEIVED (WS-PO-IDX) TO
                       IV-ACCRUED-QTY
                   PERFORM VARYING IV-IDX FROM 1 BY 1
                           UNTIL IV-IDX > IV-COUNT
                       IF IV-T-PO-NO (IV-IDX) = PO-T-NO (WS-PO-IDX)
                           AND IV-T-STATUS (IV-IDX) NOT = "REJECTED"
                           AND IV-T-INVOICE-DATE (IV-IDX) (1:6)
                               <= ME-MONTH
                           SUBTRACT IV-T-QTY-BILLED (IV-IDX) FROM
                               IV-ACCRUED-QTY
                       END-IF
                   END-PERFORM
                   IF IV-ACCRUED-QTY > 0
                       MULTIPLY IV-ACCRUED-QTY BY
                           PO-T-UNIT-COST (WS-PO-IDX)
                           GIVING IV-ACCRUED-VALUE
                       ADD IV-ACCRUED-VALUE TO IV-ACCRUED-TOTAL
                       MOVE IV-ACCRUED-QTY TO EDT-ME-QTY
                       MOVE IV-ACCRUED-VALUE TO EDT-ME-VALUE
                       MOVE SPACES TO ME-RPT-LINE
                       STRING "  PO " PO-T-NO (WS-PO-IDX) "  "
                           PO-T-SUPPLIER-ID (WS-PO-IDX) "  "
                           PO-T-PRODUCT-ID (WS-PO-IDX) "  "
                           EDT-ME-QTY "  " EDT-ME-VALUE
                           DELIMITED BY SIZE INTO ME-RPT-LINE
                       WRITE ME-RPT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE IV-ACCRUED-TOTAL TO EDT-ME-VALUE.
           MOVE SPACES TO ME-RPT-LINE.
           STRING "TOTAL ACCRUED LIABILITIES: " EDT-ME-VALUE
               DELIMITED BY SIZE INTO ME-RPT-LINE.
           WRITE ME-RPT-LINE.

       084ARCHIVE-SALES-LOG.
           MOVE 0 TO ME-SL-ARCHIVED.
           MOVE 0 TO ME-SL-KEPT.
           MOVE WS-SHIFT-COUNTED TO SR-COUNTED.
           MOVE WS-SHIFT-VARIANCE TO SR-VARIANCE.
           MOVE "CLOSED" TO SR-STATUS.
           MOVE WS-SHIFT-CARD TO SR-CARD-TAKINGS.
           WRITE SHIFT-RECON-RECORD.
           CLOSE SHIFT-RECON-FILE.

               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 120LOAD-LOTS.
           PERFORM 063APPLY-STOCKTAKE.
           PERFORM 0004SAVE-ALL-STOCK.
           PERFORM 121SAVE-LOTS.
           DISPLAY SPACE.
           DISPLAY "Shrinkage value by category:".
           PERFORM VARYING SKC-IDX FROM 1 BY 1
                       PRODUCT-QTYS (VAL-INDEX)
                   MOVE WS-LOGGED-IN-CASHIER-ID TO
                       PRODUCT-LAST-CASHIER (VAL-INDEX)
                   IF CATEGORY (VAL-INDEX) = "FD"
                       PERFORM 126TRIM-LOTS-TO-STOCK
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "--------------------------------------".
               MOVE 'General Wholesale Co.' TO SUP-NAME
               MOVE 07 TO SUP-LEAD-DAYS
               MOVE 'BK FD EL ST' TO SUP-CATEGORIES
               MOVE 30 TO SUP-PAY-DAYS
               WRITE SUPPLIER-RECORD
               CLOSE SUPPLIER-FILE
           ELSE
                               SUP-T-LEAD-DAYS (WS-SUP-COUNT)
                           MOVE SUP-CATEGORIES TO
                               SUP-T-CATEGORIES (WS-SUP-COUNT)
                           IF SUP-PAY-DAYS IS NUMERIC
                               MOVE SUP-PAY-DAYS TO
                                   SUP-T-PAY-DAYS (WS-SUP-COUNT)
                           ELSE
                               MOVE 30 TO
                                   SUP-T-PAY-DAYS (WS-SUP-COUNT)
                           END-IF
                       END-IF
               END-READ
               END-PERFORM
                               PO-T-SHORT-FLAG (WS-PO-COUNT)
                           MOVE PO-UNIT-COST TO
                               PO-T-UNIT-COST (WS-PO-COUNT)
                           MOVE PO-RECEIVED-DATE TO
                               PO-T-RECEIVED-DATE (WS-PO-COUNT)
                       END-IF
               END-READ
               END-PERFORM
               MOVE PO-T-QTY-RECEIVED (WS-PO-IDX) TO PO-QTY-RECEIVED
               MOVE PO-T-SHORT-FLAG (WS-PO-IDX) TO PO-SHORT-FLAG
               MOVE PO-T-UNIT-COST (WS-PO-IDX) TO PO-UNIT-COST
               MOVE PO-T-RECEIVED-DATE (WS-PO-IDX) TO PO-RECEIVED-DATE
               WRITE PO-RECORD
           END-PERFORM.
           CLOSE PO-FILE.
           MOVE SPACE TO PO-T-SHORT-FLAG (WS-PO-COUNT).
           MOVE PRODUCT-COSTS (VAL-INDEX) TO
               PO-T-UNIT-COST (WS-PO-COUNT).
           MOVE SPACES TO PO-T-RECEIVED-DATE (WS-PO-COUNT).
           ADD 1 TO WS-PO-RAISED.
           MOVE PO-T-UNIT-COST (WS-PO-COUNT) TO DISP-PRICE.
           DISPLAY "PO " WS-PO-NEXT-NO " raised: "
                   END-IF
                   PERFORM 0007WRITE-RESTOCK-LOG
                   PERFORM 0004SAVE-ALL-STOCK
                   IF CATEGORY (VAL-INDEX) = "FD"
                       MOVE PO-T-NO (WS-PO-PICKED) TO LT-PO-IN
                       PERFORM 122BOOK-LOT
                   END-IF
                   MOVE "RECEIVED" TO PO-T-STATUS (WS-PO-PICKED)
                   MOVE WS-INPUT-DATE TO
                       PO-T-RECEIVED-DATE (WS-PO-PICKED)
                   MOVE QTY-INPUT TO
                       PO-T-QTY-RECEIVED (WS-PO-PICKED)
                   IF QTY-INPUT < PO-T-QTY-ORDERED (WS-PO-PICKED)
           DISPLAY "Press Enter to return to the main menu...".
           ACCEPT CHOICE.

       130ENTER-INVOICE.
           DISPLAY "*** Enter Supplier Invoice ***".
           PERFORM 033LOAD-SUPPLIERS.
           PERFORM 034LOAD-PO-FILE.
           PERFORM 136LOAD-INVOICES.
           IF IV-OVERFLOW = 'Y' OR IV-COUNT >= 500
               DISPLAY "Error : invoice file is full; invoice not"
                   " recorded."
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter supplier ID:".
           ACCEPT IV-SUP-IN.
           MOVE 0 TO WS-SUP-PICKED.
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               IF SUP-T-ID (WS-SUP-IDX) = IV-SUP-IN
                   MOVE WS-SUP-IDX TO WS-SUP-PICKED
               END-IF
           END-PERFORM.
           IF WS-SUP-PICKED = 0
               DISPLAY "Error : supplier " IV-SUP-IN
                   " is not in suppliers.txt."
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Supplier: " SUP-T-NAME (WS-SUP-PICKED)
               "  terms " SUP-T-PAY-DAYS (WS-SUP-PICKED) " days".
           DISPLAY "Enter supplier invoice number:".
           ACCEPT IV-NO-IN.
           IF IV-NO-IN = SPACES
               DISPLAY "Error : invoice number is required."
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO IV-PICKED.
           PERFORM VARYING IV-IDX FROM 1 BY 1
                   UNTIL IV-IDX > IV-COUNT
               IF IV-T-SUPPLIER-ID (IV-IDX) = IV-SUP-IN
                       AND IV-T-INVOICE-NO (IV-IDX) = IV-NO-IN
                   MOVE IV-IDX TO IV-PICKED
               END-IF
           END-PERFORM.
           IF IV-PICKED > 0
               DISPLAY "Error : invoice " IV-NO-IN
                   " from this supplier is already recorded ("
                   IV-T-STATUS (IV-PICKED) ")."
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO IV-DATE-IN.
           PERFORM WITH TEST AFTER UNTIL IV-DATE-IN IS NUMERIC
               DISPLAY "Enter invoice date (YYYYMMDD):"
               ACCEPT IV-DATE-IN
               IF IV-DATE-IN IS NOT NUMERIC
                   DISPLAY "Error : enter the date as YYYYMMDD."
               END-IF
           END-PERFORM.
           DISPLAY "Enter PO number:".
           ACCEPT IV-PO-IN.
           DISPLAY "Enter quantity billed:".
           ACCEPT IV-QTY-IN.
           DISPLAY "Enter unit price billed:".
           ACCEPT IV-PRICE-IN.
           PERFORM 131MATCH-INVOICE.
           ADD 1 TO IV-COUNT.
           MOVE IV-SUP-IN TO IV-T-SUPPLIER-ID (IV-COUNT).
           MOVE IV-NO-IN TO IV-T-INVOICE-NO (IV-COUNT).
           MOVE IV-PO-IN TO IV-T-PO-NO (IV-COUNT).
           MOVE IV-DATE-IN TO IV-T-INVOICE-DATE (IV-COUNT).
           MOVE IV-QTY-IN TO IV-T-QTY-BILLED (IV-COUNT).
           MOVE IV-PRICE-IN TO IV-T-UNIT-PRICE (IV-COUNT).
           MULTIPLY IV-QTY-IN BY IV-PRICE-IN
               GIVING IV-T-AMOUNT (IV-COUNT).
           MOVE IV-DATE-IN TO IV-DATE-NUM.
           COMPUTE IV-DUE-INT =
               FUNCTION INTEGER-OF-DATE (IV-DATE-NUM)
               + SUP-T-PAY-DAYS (WS-SUP-PICKED).
           COMPUTE IV-DUE-NUM = FUNCTION DATE-OF-INTEGER (IV-DUE-INT).
           MOVE IV-DUE-NUM TO IV-T-DUE-DATE (IV-COUNT).
           IF IV-NOTE-W = SPACES
               MOVE "MATCHED" TO IV-T-STATUS (IV-COUNT)
           ELSE
               MOVE "DISPUTED" TO IV-T-STATUS (IV-COUNT)
           END-IF.
           MOVE IV-NOTE-W TO IV-T-NOTE (IV-COUNT).
           MOVE SPACES TO IV-T-PAID-DATE (IV-COUNT).
           PERFORM 137SAVE-INVOICES.
           MOVE IV-T-AMOUNT (IV-COUNT) TO EDT-IV-AMOUNT.
           DISPLAY "Invoice " IV-NO-IN " amount " EDT-IV-AMOUNT
               "  due " IV-T-DUE-DATE (IV-COUNT).
           IF IV-NOTE-W = SPACES
               DISPLAY "Three-way match OK - invoice approved for"
                   " payment."
           ELSE
               DISPLAY "MISMATCH: " IV-NOTE-W
                   " - invoice placed in the disputed queue."
           END-IF.
           DISPLAY "Press Enter to return to the main menu...".
           ACCEPT CHOICE.

       131MATCH-INVOICE.
           MOVE SPACES TO IV-NOTE-W.
           MOVE 0 TO WS-PO-PICKED.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               IF PO-T-NO (WS-PO-IDX) = IV-PO-IN
                   MOVE WS-PO-IDX TO WS-PO-PICKED
               END-IF
           END-PERFORM.
           IF WS-PO-PICKED = 0
               MOVE "NO SUCH PO" TO IV-NOTE-W
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PO " PO-T-NO (WS-PO-PICKED) ": "
               PO-T-PRODUCT-ID (WS-PO-PICKED) "  ordered "
               PO-T-QTY-ORDERED (WS-PO-PICKED) "  received "
               PO-T-QTY-RECEIVED (WS-PO-PICKED) "  cost "
               PO-T-UNIT-COST (WS-PO-PICKED).
           IF PO-T-SUPPLIER-ID (WS-PO-PICKED) NOT = IV-SUP-IN
               MOVE "SUPPLIER NOT ON PO" TO IV-NOTE-W
               EXIT PARAGRAPH
           END-IF.
           IF PO-T-STATUS (WS-PO-PICKED) = "CANCELLED"
               MOVE "PO CANCELLED" TO IV-NOTE-W
               EXIT PARAGRAPH
           END-IF.
           IF PO-T-STATUS (WS-PO-PICKED) NOT = "RECEIVED"
               MOVE "GOODS NOT RECEIVED" TO IV-NOTE-W
               EXIT PARAGRAPH
           END-IF.
           IF IV-QTY-IN = 0
               MOVE "NO QTY BILLED" TO IV-NOTE-W
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO IV-PRIOR-QTY.
           PERFORM VARYING IV-IDX FROM 1 BY 1
                   UNTIL IV-IDX > IV-COUNT
               IF IV-T-PO-NO (IV-IDX) = IV-PO-IN
                       AND IV-T-STATUS (IV-IDX) NOT = "REJECTED"
                   ADD IV-T-QTY-BILLED (IV-IDX) TO IV-PRIOR-QTY
               END-IF
           END-PERFORM.
           IF IV-PRIOR-QTY + IV-QTY-IN >
                   PO-T-QTY-ORDERED (WS-PO-PICKED)
               MOVE "QTY OVER ORDERED" TO IV-NOTE-W
               EXIT PARAGRAPH
           END-IF.
           IF IV-PRIOR-QTY + IV-QTY-IN >
                   PO-T-QTY-RECEIVED (WS-PO-PICKED)
               MOVE "QTY OVER RECEIVED" TO IV-NOTE-W
               EXIT PARAGRAPH
           END-IF.
           COMPUTE IV-PRICE-TOL ROUNDED =
               PO-T-UNIT-COST (WS-PO-PICKED) * IV-PRICE-TOL-PCT / 100.
           COMPUTE IV-PRICE-DIFF =
               IV-PRICE-IN - PO-T-UNIT-COST (WS-PO-PICKED).
           IF IV-PRICE-DIFF < 0
               MULTIPLY -1 BY IV-PRICE-DIFF
           END-IF.
           IF IV-PRICE-DIFF > IV-PRICE-TOL
               MOVE "PRICE OUTSIDE TOL" TO IV-NOTE-W
           END-IF.

       132DISPUTED-QUEUE.
           DISPLAY "*** Disputed Invoice Queue ***".
           PERFORM 136LOAD-INVOICES.
           MOVE 0 TO IV-RUN-COUNT.
           MOVE 0 TO IV-DISPUTED-TOTAL.
           PERFORM VARYING IV-IDX FROM 1 BY 1
                   UNTIL IV-IDX > IV-COUNT
               IF IV-T-STATUS (IV-IDX) = "DISPUTED"
                   ADD 1 TO IV-RUN-COUNT
                   ADD IV-T-AMOUNT (IV-IDX) TO IV-DISPUTED-TOTAL
                   PERFORM 1351SHOW-INVOICE
               END-IF
           END-PERFORM.
           IF IV-RUN-COUNT = 0
               DISPLAY "No disputed invoices."
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           MOVE IV-DISPUTED-TOTAL TO EDT-IV-AMOUNT.
           DISPLAY IV-RUN-COUNT " disputed invoice(s), total "
               EDT-IV-AMOUNT.
           PERFORM WITH TEST AFTER UNTIL IV-SUP-IN = SPACES
               DISPLAY "Enter supplier ID of invoice to resolve"
                   " (blank to finish):"
               MOVE SPACES TO IV-SUP-IN
               ACCEPT IV-SUP-IN
               IF IV-SUP-IN NOT = SPACES
                   PERFORM 1321RESOLVE-DISPUTE
               END-IF
           END-PERFORM.
           PERFORM 137SAVE-INVOICES.
           DISPLAY "Press Enter to return to the main menu...".
           ACCEPT CHOICE.

       1321RESOLVE-DISPUTE.
           DISPLAY "Enter supplier invoice number:".
           ACCEPT IV-NO-IN.
           MOVE 0 TO IV-PICKED.
           PERFORM VARYING IV-IDX FROM 1 BY 1
                   UNTIL IV-IDX > IV-COUNT
               IF IV-T-SUPPLIER-ID (IV-IDX) = IV-SUP-IN
                       AND IV-T-INVOICE-NO (IV-IDX) = IV-NO-IN
                       AND IV-T-STATUS (IV-IDX) = "DISPUTED"
                   MOVE IV-IDX TO IV-PICKED
               END-IF
           END-PERFORM.
           IF IV-PICKED = 0
               DISPLAY "Error : no disputed invoice " IV-NO-IN
                   " from supplier " IV-SUP-IN "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Disputed for: " IV-T-NOTE (IV-PICKED).
           DISPLAY "A = accept for payment, R = reject,"
               " other = leave in queue:".
           ACCEPT IV-ANSWER.
           EVALUATE IV-ANSWER
               WHEN 'A'
                   MOVE "MATCHED" TO IV-T-STATUS (IV-PICKED)
                   MOVE SPACES TO IV-T-NOTE (IV-PICKED)
                   STRING "ACCEPTED BY " WS-LOGGED-IN-CASHIER-ID
                       DELIMITED BY SIZE INTO IV-T-NOTE (IV-PICKED)
                   DISPLAY "Invoice accepted for payment."
               WHEN 'R'
                   MOVE "REJECTED" TO IV-T-STATUS (IV-PICKED)
                   MOVE SPACES TO IV-T-NOTE (IV-PICKED)
                   STRING "REJECTED BY " WS-LOGGED-IN-CASHIER-ID
                       DELIMITED BY SIZE INTO IV-T-NOTE (IV-PICKED)
                   DISPLAY "Invoice rejected."
               WHEN OTHER
                   DISPLAY "Invoice left in the disputed queue."
           END-EVALUATE.

       133PAYMENT-RUN.
           DISPLAY "*** Supplier Payment Run ***".
           DISPLAY "Enter payment date (YYYYMMDD):".
           ACCEPT WS-INPUT-DATE.
           PERFORM 033LOAD-SUPPLIERS.
           PERFORM 136LOAD-INVOICES.
           MOVE 0 TO IV-RUN-COUNT.
           MOVE 0 TO IV-RUN-TOTAL.
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               MOVE 0 TO IV-PICKED
               PERFORM VARYING IV-IDX FROM 1 BY 1
                       UNTIL IV-IDX > IV-COUNT
                   IF IV-T-SUPPLIER-ID (IV-IDX) = SUP-T-ID (WS-SUP-IDX)
                           AND IV-T-STATUS (IV-IDX) = "MATCHED"
                           AND IV-T-DUE-DATE (IV-IDX) <= WS-INPUT-DATE
                       IF IV-PICKED = 0
                           DISPLAY SUP-T-ID (WS-SUP-IDX) " "
                               SUP-T-NAME (WS-SUP-IDX)
                           MOVE IV-IDX TO IV-PICKED
                       END-IF
                       ADD 1 TO IV-RUN-COUNT
                       ADD IV-T-AMOUNT (IV-IDX) TO IV-RUN-TOTAL
                       PERFORM 1351SHOW-INVOICE
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF IV-RUN-COUNT = 0
               DISPLAY "No matched invoices are due for payment."
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           MOVE IV-RUN-TOTAL TO EDT-IV-AMOUNT.
           DISPLAY "Invoices due: " IV-RUN-COUNT "  total "
               EDT-IV-AMOUNT.
           DISPLAY "Pay these invoices and mark them paid? (Y/N):".
           ACCEPT IV-ANSWER.
           IF IV-ANSWER NOT = 'Y'
               DISPLAY "Payment run abandoned; nothing marked paid."
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               PERFORM VARYING IV-IDX FROM 1 BY 1
                       UNTIL IV-IDX > IV-COUNT
                   IF IV-T-SUPPLIER-ID (IV-IDX) = SUP-T-ID (WS-SUP-IDX)
                           AND IV-T-STATUS (IV-IDX) = "MATCHED"
                           AND IV-T-DUE-DATE (IV-IDX) <= WS-INPUT-DATE
                       MOVE "PAID" TO IV-T-STATUS (IV-IDX)
                       MOVE WS-INPUT-DATE TO IV-T-PAID-DATE (IV-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM 137SAVE-INVOICES.
           DISPLAY IV-RUN-COUNT " invoice(s) marked paid on "
               WS-INPUT-DATE ".".
           DISPLAY "Press Enter to return to the main menu...".
           ACCEPT CHOICE.

       134AP-AGING-REPORT.
           DISPLAY "*** Accounts Payable Aging Report ***".
           DISPLAY "Enter report date (YYYYMMDD):".
           ACCEPT WS-INPUT-DATE.
           PERFORM 033LOAD-SUPPLIERS.
           PERFORM 136LOAD-INVOICES.
           MOVE WS-INPUT-DATE TO IV-DATE-NUM.
           COMPUTE IV-ASOF-INT = FUNCTION INTEGER-OF-DATE (IV-DATE-NUM).
           MOVE 0 TO IV-DISPUTED-TOTAL.
           PERFORM VARYING IV-BKT FROM 1 BY 1 UNTIL IV-BKT > 6
               MOVE 0 TO IV-GRAND-BUCKET (IV-BKT)
           END-PERFORM.
           DISPLAY "SUPPLIER                               NOT YET DUE"
               "     1-30 DAYS    31-60 DAYS    61-90 DAYS"
               "  OVER 90 DAYS         TOTAL".
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               PERFORM VARYING IV-BKT FROM 1 BY 1 UNTIL IV-BKT > 6
                   MOVE 0 TO IV-SUP-BUCKET (IV-BKT)
               END-PERFORM
               PERFORM VARYING IV-IDX FROM 1 BY 1
                       UNTIL IV-IDX > IV-COUNT
                   IF IV-T-SUPPLIER-ID (IV-IDX) = SUP-T-ID (WS-SUP-IDX)
                       AND (IV-T-STATUS (IV-IDX) = "MATCHED"
                           OR IV-T-STATUS (IV-IDX) = "DISPUTED")
                       PERFORM 1341AGE-ONE-INVOICE
                   END-IF
               END-PERFORM
               IF IV-SUP-BUCKET (6) > 0
                   PERFORM VARYING IV-BKT FROM 1 BY 1
                           UNTIL IV-BKT > 6
                       MOVE IV-SUP-BUCKET (IV-BKT) TO
                           EDT-IV-BUCKET (IV-BKT)
                       ADD IV-SUP-BUCKET (IV-BKT) TO
                           IV-GRAND-BUCKET (IV-BKT)
                   END-PERFORM
                   DISPLAY SUP-T-ID (WS-SUP-IDX) " "
                       SUP-T-NAME (WS-SUP-IDX)
                       EDT-IV-BUCKET (1) " " EDT-IV-BUCKET (2) " "
                       EDT-IV-BUCKET (3) " " EDT-IV-BUCKET (4) " "
                       EDT-IV-BUCKET (5) " " EDT-IV-BUCKET (6)
               END-IF
           END-PERFORM.
           IF IV-GRAND-BUCKET (6) = 0
               DISPLAY "No unpaid supplier invoices."
           ELSE
               PERFORM VARYING IV-BKT FROM 1 BY 1 UNTIL IV-BKT > 6
                   MOVE IV-GRAND-BUCKET (IV-BKT) TO
                       EDT-IV-BUCKET (IV-BKT)
               END-PERFORM
               DISPLAY "TOTAL                                "
                   EDT-IV-BUCKET (1) " " EDT-IV-BUCKET (2) " "
                   EDT-IV-BUCKET (3) " " EDT-IV-BUCKET (4) " "
                   EDT-IV-BUCKET (5) " " EDT-IV-BUCKET (6)
               MOVE IV-DISPUTED-TOTAL TO EDT-IV-AMOUNT
               DISPLAY "Of which in dispute: " EDT-IV-AMOUNT
           END-IF.
           DISPLAY "*** End of Report ***".
           DISPLAY "Press Enter to return to the main menu...".
           ACCEPT CHOICE.

       1341AGE-ONE-INVOICE.
           MOVE IV-T-DUE-DATE (IV-IDX) TO IV-DUE-NUM.
           COMPUTE IV-DUE-INT = FUNCTION INTEGER-OF-DATE (IV-DUE-NUM).
           COMPUTE IV-DAYS-OVER = IV-ASOF-INT - IV-DUE-INT.
           EVALUATE TRUE
               WHEN IV-DAYS-OVER <= 0
                   MOVE 1 TO IV-BKT
               WHEN IV-DAYS-OVER <= 30
                   MOVE 2 TO IV-BKT
               WHEN IV-DAYS-OVER <= 60
                   MOVE 3 TO IV-BKT
               WHEN IV-DAYS-OVER <= 90
                   MOVE 4 TO IV-BKT
               WHEN OTHER
                   MOVE 5 TO IV-BKT
           END-EVALUATE.
           ADD IV-T-AMOUNT (IV-IDX) TO IV-SUP-BUCKET (IV-BKT).
           ADD IV-T-AMOUNT (IV-IDX) TO IV-SUP-BUCKET (6).
           IF IV-T-STATUS (IV-IDX) = "DISPUTED"
               ADD IV-T-AMOUNT (IV-IDX) TO IV-DISPUTED-TOTAL
           END-IF.

       1351SHOW-INVOICE.
           MOVE IV-T-UNIT-PRICE (IV-IDX) TO DISP-PRICE.
           MOVE IV-T-AMOUNT (IV-IDX) TO EDT-IV-AMOUNT.
           DISPLAY "  " IV-T-SUPPLIER-ID (IV-IDX) " "
               IV-T-INVOICE-NO (IV-IDX) " PO " IV-T-PO-NO (IV-IDX)
               " " IV-T-INVOICE-DATE (IV-IDX) " qty "
               IV-T-QTY-BILLED (IV-IDX) " @" DISP-PRICE " ="
               EDT-IV-AMOUNT " due " IV-T-DUE-DATE (IV-IDX)
               " " IV-T-NOTE (IV-IDX).

       136LOAD-INVOICES.
           MOVE 0 TO IV-COUNT.
           MOVE 'N' TO IV-OVERFLOW.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS = "35"
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INVOICE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF IV-COUNT < 500
                           ADD 1 TO IV-COUNT
                           MOVE IV-SUPPLIER-ID TO
                               IV-T-SUPPLIER-ID (IV-COUNT)
                           MOVE IV-INVOICE-NO TO
                               IV-T-INVOICE-NO (IV-COUNT)
                           MOVE IV-PO-NO TO IV-T-PO-NO (IV-COUNT)
                           MOVE IV-INVOICE-DATE TO
                               IV-T-INVOICE-DATE (IV-COUNT)
                           MOVE IV-QTY-BILLED TO
                               IV-T-QTY-BILLED (IV-COUNT)
                           MOVE IV-UNIT-PRICE TO
                               IV-T-UNIT-PRICE (IV-COUNT)
                           MOVE IV-AMOUNT TO IV-T-AMOUNT (IV-COUNT)
                           MOVE IV-DUE-DATE TO
                               IV-T-DUE-DATE (IV-COUNT)
                           MOVE IV-STATUS TO IV-T-STATUS (IV-COUNT)
                           MOVE IV-NOTE TO IV-T-NOTE (IV-COUNT)
                           MOVE IV-PAID-DATE TO
                               IV-T-PAID-DATE (IV-COUNT)
                       ELSE
                           MOVE 'Y' TO IV-OVERFLOW
                       END-IF
               END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
           IF IV-OVERFLOW = 'Y'
               DISPLAY "WARNING: invoice table full; invoices.txt"
                   " will not be updated by this run."
           END-IF.

       137SAVE-INVOICES.
           IF IV-OVERFLOW = 'Y'
               DISPLAY "WARNING: invoices.txt not rewritten"
                   " (table full)."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT INVOICE-FILE.
           PERFORM VARYING IV-IDX FROM 1 BY 1
                   UNTIL IV-IDX > IV-COUNT
               MOVE IV-T-SUPPLIER-ID (IV-IDX) TO IV-SUPPLIER-ID
               MOVE IV-T-INVOICE-NO (IV-IDX) TO IV-INVOICE-NO
               MOVE IV-T-PO-NO (IV-IDX) TO IV-PO-NO
               MOVE IV-T-INVOICE-DATE (IV-IDX) TO IV-INVOICE-DATE
               MOVE IV-T-QTY-BILLED (IV-IDX) TO IV-QTY-BILLED
               MOVE IV-T-UNIT-PRICE (IV-IDX) TO IV-UNIT-PRICE
               MOVE IV-T-AMOUNT (IV-IDX) TO IV-AMOUNT
               MOVE IV-T-DUE-DATE (IV-IDX) TO IV-DUE-DATE
               MOVE IV-T-STATUS (IV-IDX) TO IV-STATUS
               MOVE IV-T-NOTE (IV-IDX) TO IV-NOTE
               MOVE IV-T-PAID-DATE (IV-IDX) TO IV-PAID-DATE
               WRITE INVOICE-RECORD
           END-PERFORM.
           CLOSE INVOICE-FILE.

       3000REPORT-STOCK.
            DISPLAY "Enter Date (YYYYMMDD): ".
            ACCEPT WS-INPUT-DATE.
