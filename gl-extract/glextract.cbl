      ******************************************************************
      * Author: 6621604548
      * Date: 15 OCT 2026
      * Purpose: Daily general-ledger journal extract for the bank,
      *          library and store systems
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COA-MAP-FILE ASSIGN TO 'coa-map.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT GL-CONTROL-FILE ASSIGN TO 'gl-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GC-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO 'gl-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.
           SELECT GL-SUSPENSE-FILE ASSIGN TO WS-SUSP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'translog.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT CUTOVER-FILE ASSIGN TO 'cutover.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTOVER-STATUS.
           SELECT LIB-TRANS-FILE ASSIGN TO 'transactions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-TR-STATUS.
           SELECT SETTLE-HIST-FILE ASSIGN TO 'settle-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-HIST-STATUS.
           SELECT STOCK-FILE ASSIGN TO 'stock.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOCK-PRODUCT-ID
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT SALES-LOG-FILE ASSIGN TO 'sales-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-LOG-STATUS.
           SELECT ADJUST-LOG-FILE ASSIGN TO 'adjustment-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-LOG-STATUS.
           SELECT RESTOCK-LOG-FILE ASSIGN TO 'restock-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTOCK-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COA-MAP-FILE.
       01  COA-MAP-RECORD.
           05 MAP-SOURCE       PIC X(3).
           05 MAP-EVENT        PIC X(4).
           05 MAP-SIDE         PIC X(1).
           05 MAP-ACCOUNT      PIC X(6).
           05 MAP-DESC         PIC X(30).
       FD  GL-CONTROL-FILE.
       01  GL-CONTROL-RECORD.
           05 GC-BUS-DATE      PIC X(8).
           05 GC-SOURCE        PIC X(3).
           05 GC-SEQ           PIC 9(5).
           05 GC-STATUS        PIC X(8).
           05 GC-RUN-DATE      PIC X(8).
           05 GC-RUN-TIME      PIC X(6).
           05 GC-DEBITS        PIC 9(10)V99.
           05 GC-CREDITS       PIC 9(10)V99.
       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD   PIC X(79).
       FD  GL-SUSPENSE-FILE.
       01  GL-SUSPENSE-LINE    PIC X(100).
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
       01  ARCHIVE-RECORD.
           05 ACC-NO-A   PIC X(10).
           05 DATE-A     PIC X(8).
           05 TIME-A     PIC X(6).
           05 TYPE-A     PIC X(1).
           05 AMOUNT-A   PIC 9(8)V99.
           05 REASON-A   PIC X(2).
           05 ORIG-TYPE-A PIC X(1).
           05 ORIG-DATE-A PIC X(8).
           05 ORIG-TIME-A PIC X(6).
           05 TERM-A     PIC X(4).
           05 CARD-A     PIC X(16).
       FD  CUTOVER-FILE.
       01  CUTOVER-RECORD.
           05 CUT-DATE         PIC X(8).
           05 CUT-ARCHIVE-FILE PIC X(30).
       FD  LIB-TRANS-FILE.
       01  TRANSACTION-RECORD.
           05  TR-ID                       PIC 9(7).
           05  TR-ISBN                     PIC 9(13).
           05  TR-MEMBER-ID                PIC 9(14).
           05  TR-BORROW-DATE.
               07 TR-BORROW-Y              PIC 9999.
               07 TR-BORROW-M              PIC 99.
               07 TR-BORROW-D              PIC 99.
           05  TR-DUE-DATE.
               07 TR-DUE-Y                 PIC 9999.
               07 TR-DUE-M                 PIC 99.
               07 TR-DUE-D                 PIC 99.
           05  TR-RETURN-DATE.
               07 TR-RETURN-Y              PIC 9999.
               07 TR-RETURN-M              PIC 99.
               07 TR-RETURN-D              PIC 99.
           05  TR-RETURN-STATUS            PIC X(7).
           05  TR-FINE                     PIC 9(5).
           05  TR-FINE-PAID-DATE.
               07 TR-FINE-PAID-Y           PIC 9999.
               07 TR-FINE-PAID-M           PIC 99.
               07 TR-FINE-PAID-D           PIC 99.
           05  TR-FINE-PAID-STATUS         PIC X(8).
           05  TR-COPY-ID                  PIC 99.
           05  TR-RENEW-COUNT              PIC 9.
           05  TR-WO-REASON                PIC X(2).
       FD  SETTLE-HIST-FILE.
       01  SETTLE-HIST-RECORD.
           05  SH-MEMBER-ID                PIC 9(14).
           05  SH-TR-ID                    PIC 9(7).
           05  SH-AMOUNT                   PIC 9(5).
           05  SH-FINE-CLEARED             PIC 9(5).
           05  SH-ACC-NO                   PIC X(10).
           05  SH-PAY-DATE                 PIC X(8).
           05  SH-APPLIED-DATE             PIC X(8).
       FD  STOCK-FILE.
       01  STOCK-RECORD.
           05 STOCK-PRODUCT-ID         PIC X(7).
           05 STOCK-PRODUCT-NAME       PIC X(30).
           05 STOCK-QTY                PIC 999.
           05 STOCK-PRICE              PIC 9(4)V99.
           05 STOCK-LAST-CASHIER-ID    PIC X(6).
           05 STOCK-PRODUCT-STATUS     PIC X.
           05 STOCK-COST               PIC 9(4)V99.
       FD  SALES-LOG-FILE.
       01  SALES-LOG-RECORD.
           05 SL-PRODUCT-ID            PIC X(7).
           05 SL-QTY                   PIC 999.
           05 SL-UNIT-PRICE            PIC 9(4)V99.
           05 SL-TOTAL-PRICE           PIC 9(7)V99.
           05 SL-SALE-DATE             PIC X(8).
           05 SL-CASHIER-ID            PIC X(6).
           05 SL-RECEIPT-NO            PIC 9(6).
           05 SL-POST-CLOSE            PIC X.
           05 SL-UNIT-COST             PIC 9(4)V99.
           05 SL-KIND                  PIC X.
           05 SL-ORIG-RECEIPT          PIC 9(6).
           05 SL-LIST-PRICE            PIC 9(4)V99.
           05 SL-PROMO-ID              PIC X(6).
           05 SL-LOT-NO                PIC 9(5).
           05 SL-TENDER                PIC X(4).
           05 SL-CARD-NO               PIC X(16).
           05 SL-CARD-ACC              PIC X(10).
       FD  ADJUST-LOG-FILE.
       01  ADJUST-LOG-RECORD.
           05 AJ-PRODUCT-ID            PIC X(7).
           05 AJ-SYSTEM-QTY            PIC 999.
           05 AJ-COUNTED-QTY           PIC 999.
           05 AJ-ADJ-DATE              PIC X(8).
           05 AJ-CASHIER-ID            PIC X(6).
           05 AJ-REASON                PIC X(2).
       FD  RESTOCK-LOG-FILE.
       01  RESTOCK-LOG-RECORD.
           05 RL-PRODUCT-ID            PIC X(7).
           05 RL-QTY-ADDED             PIC 999.
           05 RL-RESTOCK-DATE          PIC X(8).
           05 RL-CASHIER-ID            PIC X(6).
       WORKING-STORAGE SECTION.
       01  WS-MAP-STATUS            PIC X(2).
       01  WS-GC-STATUS             PIC X(2).
       01  WS-GJ-STATUS             PIC X(2).
       01  WS-SUSP-STATUS           PIC X(2).
       01  WS-TRANSLOG-STATUS       PIC X(2).
       01  WS-ARCH-STATUS           PIC X(2).
       01  WS-CUTOVER-STATUS        PIC X(2).
       01  WS-LIB-TR-STATUS         PIC X(2).
       01  WS-SETTLE-HIST-STATUS    PIC X(2).
       01  WS-STOCK-STATUS          PIC X(2).
       01  WS-SALES-LOG-STATUS      PIC X(2).
       01  WS-ADJUST-LOG-STATUS     PIC X(2).
       01  WS-RESTOCK-LOG-STATUS    PIC X(2).
       01  WS-EOF-FLAG              PIC X(1)    VALUE 'N'.
       01  WS-ARCHIVE-FILENAME      PIC X(30).
       01  WS-SUSP-FILENAME         PIC X(30).
       01  WS-RUN-PARM              PIC X(10).
       01  CURR-DT.
           05 WS-YEAR              PIC X(4).
           05 WS-MONTH             PIC X(2).
           05 WS-DAY               PIC X(2).
           05 WS-HOUR              PIC X(2).
           05 WS-MINUTE            PIC X(2).
           05 WS-SECOND            PIC X(2).
           05 FILLER               PIC X(9).
       01  GL-RUN-VARS.
           05 GL-BUS-DATE          PIC X(8).
           05 GL-BUS-DATE-R REDEFINES GL-BUS-DATE.
               10 GL-BUS-YEAR      PIC 9(4).
               10 GL-BUS-MONTH     PIC 99.
               10 GL-BUS-DAY       PIC 99.
           05 GL-RUN-DATE          PIC X(8).
           05 GL-RUN-TIME          PIC X(6).
           05 GL-SEQ               PIC 9(5)    VALUE 0.
           05 GL-COUNT-LINE        PIC 9(5).
           05 GL-POSTED-COUNT      PIC 9       VALUE 0.
           05 GL-REJECTED-COUNT    PIC 9       VALUE 0.
           05 GL-SKIPPED-COUNT     PIC 9       VALUE 0.
           05 DSP-GL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 DSP-GL-DEBITS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 DSP-GL-CREDITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 DSP-GL-COUNT         PIC ZZZZ9.
      *>   SOURCE SYSTEMS, IN THE ORDER THEIR BATCHES ARE BUILT
       01  GL-SOURCE-VALUES.
           05 FILLER               PIC X(3)    VALUE 'ATM'.
           05 FILLER               PIC X(3)    VALUE 'LIB'.
           05 FILLER               PIC X(3)    VALUE 'STO'.
       01  GL-SOURCE-TABLE REDEFINES GL-SOURCE-VALUES.
           05 GL-SRC-CODE          PIC X(3)    OCCURS 3 TIMES.
       01  GL-SOURCE-VARS.
           05 GL-SRC-IDX           PIC 9.
           05 GL-SOURCE            PIC X(3).
           05 GL-SRC-POSTED        PIC X(1)    OCCURS 3 TIMES.
           05 GL-SRC-POSTED-SEQ    PIC 9(5)    OCCURS 3 TIMES.
      *>   TRANSLOG TYPE-T CODES AND THE JOURNAL EVENT EACH ONE POSTS
       01  GL-ATM-TYPE-VALUES.
           05 FILLER               PIC X(5)    VALUE 'DDEP '.
           05 FILLER               PIC X(5)    VALUE 'WWDL '.
           05 FILLER               PIC X(5)    VALUE 'TTRFD'.
           05 FILLER               PIC X(5)    VALUE 'RTRFC'.
           05 FILLER               PIC X(5)    VALUE 'IINT '.
           05 FILLER               PIC X(5)    VALUE 'OODI '.
           05 FILLER               PIC X(5)    VALUE 'FFINE'.
           05 FILLER               PIC X(5)    VALUE 'XCLRO'.
           05 FILLER               PIC X(5)    VALUE 'BCLRI'.
           05 FILLER               PIC X(5)    VALUE 'LCASL'.
       01  GL-ATM-TYPE-TABLE REDEFINES GL-ATM-TYPE-VALUES.
           05 GL-AT-ENTRY OCCURS 10 TIMES.
               10 GL-AT-TYPE       PIC X(1).
               10 GL-AT-EVENT      PIC X(4).
       01  GL-ATM-VARS.
           05 GL-AT-IDX            PIC 99.
           05 GL-WORK-TYPE         PIC X(1).
           05 GL-WORK-ORIG-TYPE    PIC X(1).
           05 GL-WORK-AMOUNT       PIC 9(8)V99.
           05 GL-WORK-TERM         PIC X(4).
           05 GL-LOOKUP-TYPE       PIC X(1).
           05 GL-LOOKUP-EVENT      PIC X(4).
           05 GL-CUT-FOUND         PIC X(1).
           05 GL-CUT-BEST          PIC X(8).
      *>   DEFAULT CHART OF ACCOUNTS, WRITTEN WHEN COA-MAP.TXT IS ABSENT
       01  GL-SEED-ACCOUNTS.
           05 FILLER           PIC X(6)  VALUE '101000'.
           05 FILLER           PIC X(6)  VALUE '101100'.
           05 FILLER           PIC X(6)  VALUE '102000'.
           05 FILLER           PIC X(6)  VALUE '103000'.
           05 FILLER           PIC X(6)  VALUE '104000'.
           05 FILLER           PIC X(6)  VALUE '110000'.
           05 FILLER           PIC X(6)  VALUE '120000'.
           05 FILLER           PIC X(6)  VALUE '125000'.
           05 FILLER           PIC X(6)  VALUE '130000'.
           05 FILLER           PIC X(6)  VALUE '190000'.
           05 FILLER           PIC X(6)  VALUE '210000'.
           05 FILLER           PIC X(6)  VALUE '220000'.
           05 FILLER           PIC X(6)  VALUE '225000'.
           05 FILLER           PIC X(6)  VALUE '230000'.
           05 FILLER           PIC X(6)  VALUE '410000'.
           05 FILLER           PIC X(6)  VALUE '411000'.
           05 FILLER           PIC X(6)  VALUE '420000'.
           05 FILLER           PIC X(6)  VALUE '421000'.
           05 FILLER           PIC X(6)  VALUE '430000'.
           05 FILLER           PIC X(6)  VALUE '510000'.
           05 FILLER           PIC X(6)  VALUE '520000'.
           05 FILLER           PIC X(6)  VALUE '530000'.
           05 FILLER           PIC X(6)  VALUE '540000'.

           05 FILLER           PIC X(30) VALUE 'VAULT CASH'.
           05 FILLER           PIC X(30) VALUE 'ATM CASH IN CASSETTES'.
           05 FILLER           PIC X(30) VALUE 'LIBRARY DESK CASH'.
           05 FILLER           PIC X(30) VALUE 'STORE TILL CASH'.
           05 FILLER           PIC X(30) VALUE 'STORE MERCHANT ACCOUNT'.
           05 FILLER           PIC X(30) VALUE 'INTERBANK CLEARING IN'.
           05 FILLER           PIC X(30) VALUE 'FINES RECEIVABLE'.
           05 FILLER           PIC X(30)
               VALUE 'LIBRARY FINE SETTLEMENT CLRG'.
           05 FILLER           PIC X(30) VALUE 'STORE INVENTORY'.
           05 FILLER           PIC X(30)
               VALUE 'INTERNAL TRANSFER CLEARING'.
           05 FILLER           PIC X(30) VALUE 'CUSTOMER DEPOSITS'.
           05 FILLER           PIC X(30)
               VALUE 'GOODS RECEIVED NOT INVOICED'.
           05 FILLER           PIC X(30)
               VALUE 'MEMBER FINE OVERPAYMENTS'.
           05 FILLER           PIC X(30) VALUE 'INTERBANK CLEARING OUT'.
           05 FILLER           PIC X(30) VALUE 'STORE SALES'.
           05 FILLER           PIC X(30) VALUE 'STORE SALES RETURNS'.
           05 FILLER           PIC X(30) VALUE 'LIBRARY FINE INCOME'.
           05 FILLER           PIC X(30)
               VALUE 'REPLACEMENT CHARGE INCOME'.
           05 FILLER           PIC X(30)
               VALUE 'OVERDRAFT INTEREST INCOME'.
           05 FILLER           PIC X(30) VALUE 'COST OF GOODS SOLD'.
           05 FILLER           PIC X(30) VALUE 'STOCK SHRINKAGE'.
           05 FILLER           PIC X(30) VALUE 'INTEREST EXPENSE'.
           05 FILLER           PIC X(30) VALUE 'FINES WRITTEN OFF'.
       01  GL-SEED-ACCOUNT-TABLE REDEFINES GL-SEED-ACCOUNTS.
           05 SEED-ACCOUNT     PIC X(6)  OCCURS 23 TIMES.
           05 SEED-ACC-NAME    PIC X(30) OCCURS 23 TIMES.
      *>   SOURCE(3) EVENT(4) SIDE(1) ACCOUNT(6)
       01  GL-SEED-MAP.
           05 FILLER           PIC X(14) VALUE 'ATMDEP D101100'.
           05 FILLER           PIC X(14) VALUE 'ATMDEP C210000'.
           05 FILLER           PIC X(14) VALUE 'ATMWDL D210000'.
           05 FILLER           PIC X(14) VALUE 'ATMWDL C101100'.
           05 FILLER           PIC X(14) VALUE 'ATMDEPBD101000'.
           05 FILLER           PIC X(14) VALUE 'ATMDEPBC210000'.
           05 FILLER           PIC X(14) VALUE 'ATMWDLBD210000'.
           05 FILLER           PIC X(14) VALUE 'ATMWDLBC101000'.
           05 FILLER           PIC X(14) VALUE 'ATMTRFDD210000'.
           05 FILLER           PIC X(14) VALUE 'ATMTRFDC190000'.
           05 FILLER           PIC X(14) VALUE 'ATMTRFCD190000'.
           05 FILLER           PIC X(14) VALUE 'ATMTRFCC210000'.
           05 FILLER           PIC X(14) VALUE 'ATMINT D530000'.
           05 FILLER           PIC X(14) VALUE 'ATMINT C210000'.
           05 FILLER           PIC X(14) VALUE 'ATMODI D210000'.
           05 FILLER           PIC X(14) VALUE 'ATMODI C430000'.
           05 FILLER           PIC X(14) VALUE 'ATMFINED210000'.
           05 FILLER           PIC X(14) VALUE 'ATMFINEC125000'.
           05 FILLER           PIC X(14) VALUE 'ATMCLROD210000'.
           05 FILLER           PIC X(14) VALUE 'ATMCLROC230000'.
           05 FILLER           PIC X(14) VALUE 'ATMCLRID110000'.
           05 FILLER           PIC X(14) VALUE 'ATMCLRIC210000'.
           05 FILLER           PIC X(14) VALUE 'ATMCASLD101100'.
           05 FILLER           PIC X(14) VALUE 'ATMCASLC101000'.
           05 FILLER           PIC X(14) VALUE 'LIBFNRSD120000'.
           05 FILLER           PIC X(14) VALUE 'LIBFNRSC420000'.
           05 FILLER           PIC X(14) VALUE 'LIBLOSTD120000'.
           05 FILLER           PIC X(14) VALUE 'LIBLOSTC421000'.
           05 FILLER           PIC X(14) VALUE 'LIBFNPDD102000'.
           05 FILLER           PIC X(14) VALUE 'LIBFNPDC120000'.
           05 FILLER           PIC X(14) VALUE 'LIBFNSTD125000'.
           05 FILLER           PIC X(14) VALUE 'LIBFNSTC120000'.
           05 FILLER           PIC X(14) VALUE 'LIBFNOVD125000'.
           05 FILLER           PIC X(14) VALUE 'LIBFNOVC225000'.
           05 FILLER           PIC X(14) VALUE 'LIBFNWOD540000'.
           05 FILLER           PIC X(14) VALUE 'LIBFNWOC120000'.
           05 FILLER           PIC X(14) VALUE 'STOSALCD103000'.
           05 FILLER           PIC X(14) VALUE 'STOSALCC410000'.
           05 FILLER           PIC X(14) VALUE 'STOSALKD104000'.
           05 FILLER           PIC X(14) VALUE 'STOSALKC410000'.
           05 FILLER           PIC X(14) VALUE 'STORFDCD411000'.
           05 FILLER           PIC X(14) VALUE 'STORFDCC103000'.
           05 FILLER           PIC X(14) VALUE 'STORFDKD411000'.
           05 FILLER           PIC X(14) VALUE 'STORFDKC104000'.
           05 FILLER           PIC X(14) VALUE 'STOCOGSD510000'.
           05 FILLER           PIC X(14) VALUE 'STOCOGSC130000'.
           05 FILLER           PIC X(14) VALUE 'STOCOGRD130000'.
           05 FILLER           PIC X(14) VALUE 'STOCOGRC510000'.
           05 FILLER           PIC X(14) VALUE 'STOADJLD520000'.
           05 FILLER           PIC X(14) VALUE 'STOADJLC130000'.
           05 FILLER           PIC X(14) VALUE 'STOADJGD130000'.
           05 FILLER           PIC X(14) VALUE 'STOADJGC520000'.
           05 FILLER           PIC X(14) VALUE 'STOGRNID130000'.
           05 FILLER           PIC X(14) VALUE 'STOGRNIC220000'.
       01  GL-SEED-MAP-TABLE REDEFINES GL-SEED-MAP.
           05 SEED-MAP-ENTRY OCCURS 54 TIMES.
               10 SEED-MAP-SOURCE  PIC X(3).
               10 SEED-MAP-EVENT   PIC X(4).
               10 SEED-MAP-SIDE    PIC X(1).
               10 SEED-MAP-ACCOUNT PIC X(6).
       01  GL-SEED-VARS.
           05 SEED-IDX             PIC 99.
           05 SEED-ACC-IDX         PIC 99.
      *>   CHART-OF-ACCOUNTS MAPPING AS LOADED FROM COA-MAP.TXT
       01  GL-MAP-VARS.
           05 MAP-COUNT            PIC 999     VALUE 0.
           05 MAP-IDX              PIC 999.
           05 MAP-OVERFLOW         PIC X(1)    VALUE 'N'.
           05 MAP-ENTRY OCCURS 100 TIMES.
               10 MAP-T-SOURCE     PIC X(3).
               10 MAP-T-EVENT      PIC X(4).
               10 MAP-T-SIDE       PIC X(1).
               10 MAP-T-ACCOUNT    PIC X(6).
               10 MAP-T-DESC       PIC X(30).
      *>   EVENT TOTALS FOR THE BATCH BEING BUILT
       01  GL-EVENT-VARS.
           05 EV-COUNT             PIC 99      VALUE 0.
           05 EV-IDX               PIC 99.
           05 EV-JDX               PIC 99.
           05 EV-OVERFLOW          PIC X(1)    VALUE 'N'.
           05 EV-CODE-IN           PIC X(4).
           05 EV-AMOUNT-IN         PIC 9(10)V99.
           05 EV-ENTRY OCCURS 40 TIMES.
               10 EV-T-CODE        PIC X(4).
               10 EV-T-ITEMS       PIC 9(5).
               10 EV-T-AMOUNT      PIC 9(10)V99.
               10 EV-T-MAPPED      PIC X(1).
      *>   JOURNAL LINES FOR THE BATCH BEING BUILT
       01  GL-LINE-VARS.
           05 JL-COUNT             PIC 999     VALUE 0.
           05 JL-IDX               PIC 999.
           05 JL-OVERFLOW          PIC X(1)    VALUE 'N'.
           05 JL-BASE-EVENT        PIC X(4).
           05 JL-FLIP              PIC X(1).
           05 JL-SIDE              PIC X(1).
           05 JL-FOUND-COUNT       PIC 99.
           05 JL-UNMAPPED-COUNT    PIC 99      VALUE 0.
           05 JL-TOTAL-DEBITS      PIC 9(10)V99 VALUE 0.
           05 JL-TOTAL-CREDITS     PIC 9(10)V99 VALUE 0.
           05 JL-DIFFERENCE        PIC S9(10)V99.
           05 JL-BATCH-STATUS      PIC X(8).
           05 JL-ENTRY OCCURS 100 TIMES.
               10 JL-T-ACCOUNT     PIC X(6).
               10 JL-T-SIDE        PIC X(1).
               10 JL-T-AMOUNT      PIC 9(10)V99.
               10 JL-T-EVENT       PIC X(4).
               10 JL-T-ITEMS       PIC 9(5).
               10 JL-T-DESC        PIC X(30).
      *>   LIBRARY SETTLEMENTS ALREADY APPLIED BY THE SETTLE RUN
       01  GL-LIB-VARS.
           05 SH-COUNT             PIC 9(4)    VALUE 0.
           05 SH-IDX               PIC 9(4).
           05 SH-OVERFLOW          PIC X(1)    VALUE 'N'.
           05 SH-FOUND             PIC X(1).
           05 SH-ENTRY OCCURS 2000 TIMES.
               10 SH-T-TR-ID       PIC 9(7).
               10 SH-T-AMOUNT      PIC 9(5).
               10 SH-T-CLEARED     PIC 9(5).
               10 SH-T-APPLIED     PIC X(8).
      *>   STORE COST PRICES FROM STOCK.DAT
       01  GL-STORE-VARS.
           05 SC-COUNT             PIC 999     VALUE 0.
           05 SC-IDX               PIC 999.
           05 SC-FOUND-COST        PIC 9(4)V99.
           05 SC-LOOKUP-ID         PIC X(7).
           05 SC-ADJ-DIFF          PIC S9(4).
           05 SC-ADJ-QTY           PIC 9(4).
           05 SC-VALUE             PIC 9(10)V99.
           05 SC-ENTRY OCCURS 200 TIMES.
               10 SC-T-ID          PIC X(7).
               10 SC-T-COST        PIC 9(4)V99.
      *>   GL-JOURNAL.TXT LAYOUTS: H = BATCH HEADER, L = JOURNAL LINE,
      *>   T = BATCH TRAILER
       01  GL-JOURNAL-R.
           05 GJ-REC-TYPE          PIC X(1).
           05 GJ-BUS-DATE          PIC X(8).
           05 GJ-SEQ               PIC 9(5).
           05 GJ-SOURCE            PIC X(3).
           05 GJ-LINE-NO           PIC 9(4).
           05 GJ-ACCOUNT           PIC X(6).
           05 GJ-SIDE              PIC X(1).
           05 GJ-AMOUNT            PIC 9(10)V99.
           05 GJ-EVENT             PIC X(4).
           05 GJ-ITEMS             PIC 9(5).
           05 GJ-DESC              PIC X(30).
       01  GL-JOURNAL-HEADER-R REDEFINES GL-JOURNAL-R.
           05 GJH-REC-TYPE         PIC X(1).
           05 GJH-BUS-DATE         PIC X(8).
           05 GJH-SEQ              PIC 9(5).
           05 GJH-SOURCE           PIC X(3).
           05 GJH-RUN-DATE         PIC X(8).
           05 GJH-RUN-TIME         PIC X(6).
           05 FILLER               PIC X(48).
       01  GL-JOURNAL-TRAILER-R REDEFINES GL-JOURNAL-R.
           05 GJT-REC-TYPE         PIC X(1).
           05 GJT-BUS-DATE         PIC X(8).
           05 GJT-SEQ              PIC 9(5).
           05 GJT-SOURCE           PIC X(3).
           05 GJT-LINE-COUNT       PIC 9(4).
           05 GJT-DEBITS           PIC 9(10)V99.
           05 GJT-CREDITS          PIC 9(10)V99.
           05 FILLER               PIC X(34).
       01  GL-SUSPENSE-VARS.
           05 SU-TEXT              PIC X(100).
           05 SU-MAPPED-TEXT       PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
            PERFORM 100SET-BUSINESS-DATE.
            IF GL-BUS-DATE = SPACES
                DISPLAY "Invalid extract date: " WS-RUN-PARM
                DISPLAY "Give the business date as YYYYMMDD, or"
                    " nothing for today."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "=== GENERAL LEDGER JOURNAL EXTRACT ===".
            DISPLAY "Business date: " GL-BUS-DATE.
            PERFORM 110LOAD-CHART.
            IF MAP-COUNT = 0 OR MAP-OVERFLOW = 'Y'
                DISPLAY "Chart-of-accounts mapping unusable;"
                    " extract abandoned."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 120LOAD-CONTROL.
            DISPLAY "Run sequence:  " GL-SEQ.
            PERFORM 130LOAD-STOCK-COSTS.
            PERFORM 140LOAD-SETTLE-HISTORY.
            PERFORM VARYING GL-SRC-IDX FROM 1 BY 1
                    UNTIL GL-SRC-IDX > 3
                MOVE GL-SRC-CODE (GL-SRC-IDX) TO GL-SOURCE
                PERFORM 200RUN-BATCH
            END-PERFORM.
            DISPLAY "--- EXTRACT SUMMARY ---".
            DISPLAY "Batches posted:         " GL-POSTED-COUNT.
            DISPLAY "Batches rejected:       " GL-REJECTED-COUNT.
            DISPLAY "Batches already posted: " GL-SKIPPED-COUNT.
            IF GL-REJECTED-COUNT > 0
                DISPLAY "Rejected batches are listed in "
                    WS-SUSP-FILENAME
                MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "=== END OF GL EXTRACT ===".
            STOP RUN.
       100SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           STRING WS-YEAR, WS-MONTH, WS-DAY INTO GL-RUN-DATE.
           STRING WS-HOUR, WS-MINUTE, WS-SECOND INTO GL-RUN-TIME.
           IF WS-RUN-PARM = SPACES
               MOVE GL-RUN-DATE TO GL-BUS-DATE
           ELSE
               MOVE WS-RUN-PARM (1:8) TO GL-BUS-DATE
               IF WS-RUN-PARM (9:2) NOT = SPACES
                       OR GL-BUS-DATE IS NOT NUMERIC
                   MOVE SPACES TO GL-BUS-DATE
               ELSE
                   IF GL-BUS-MONTH < 1 OR GL-BUS-MONTH > 12
                           OR GL-BUS-DAY < 1 OR GL-BUS-DAY > 31
                       MOVE SPACES TO GL-BUS-DATE
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-SUSP-FILENAME.
           STRING "gl-suspense-" DELIMITED BY SIZE
               GL-BUS-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-SUSP-FILENAME.
       110LOAD-CHART.
           MOVE 0 TO MAP-COUNT.
           OPEN INPUT COA-MAP-FILE.
           IF WS-MAP-STATUS = "35"
               PERFORM 111SEED-CHART
               OPEN INPUT COA-MAP-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ COA-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF MAP-COUNT < 100
                           ADD 1 TO MAP-COUNT
                           MOVE MAP-SOURCE TO MAP-T-SOURCE (MAP-COUNT)
                           MOVE MAP-EVENT TO MAP-T-EVENT (MAP-COUNT)
                           MOVE MAP-SIDE TO MAP-T-SIDE (MAP-COUNT)
                           MOVE MAP-ACCOUNT
                               TO MAP-T-ACCOUNT (MAP-COUNT)
                           MOVE MAP-DESC TO MAP-T-DESC (MAP-COUNT)
                       ELSE
                           MOVE 'Y' TO MAP-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COA-MAP-FILE.
           IF MAP-OVERFLOW = 'Y'
               DISPLAY "coa-map.txt holds more than 100 lines."
           END-IF.
           DISPLAY "Mapping lines loaded: " MAP-COUNT.
       111SEED-CHART.
           DISPLAY "No coa-map.txt found; writing the default chart.".
           OPEN OUTPUT COA-MAP-FILE.
           PERFORM VARYING SEED-IDX FROM 1 BY 1 UNTIL SEED-IDX > 54
               MOVE SEED-MAP-SOURCE (SEED-IDX) TO MAP-SOURCE
               MOVE SEED-MAP-EVENT (SEED-IDX) TO MAP-EVENT
               MOVE SEED-MAP-SIDE (SEED-IDX) TO MAP-SIDE
               MOVE SEED-MAP-ACCOUNT (SEED-IDX) TO MAP-ACCOUNT
               MOVE SPACES TO MAP-DESC
               PERFORM VARYING SEED-ACC-IDX FROM 1 BY 1
                       UNTIL SEED-ACC-IDX > 23
                   IF SEED-ACCOUNT (SEED-ACC-IDX) = MAP-ACCOUNT
                       MOVE SEED-ACC-NAME (SEED-ACC-IDX) TO MAP-DESC
                   END-IF
               END-PERFORM
               WRITE COA-MAP-RECORD
           END-PERFORM.
           CLOSE COA-MAP-FILE.
       120LOAD-CONTROL.
      *>      NEXT SEQUENCE IS ONE PAST THE HIGHEST EVER ISSUED; A
      *>      SOURCE ALREADY POSTED FOR THIS BUSINESS DATE IS SKIPPED
           MOVE 0 TO GL-SEQ.
           PERFORM VARYING GL-SRC-IDX FROM 1 BY 1 UNTIL GL-SRC-IDX > 3
               MOVE 'N' TO GL-SRC-POSTED (GL-SRC-IDX)
               MOVE 0 TO GL-SRC-POSTED-SEQ (GL-SRC-IDX)
           END-PERFORM.
           OPEN INPUT GL-CONTROL-FILE.
           IF WS-GC-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ GL-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF GC-SEQ > GL-SEQ
                               MOVE GC-SEQ TO GL-SEQ
                           END-IF
                           IF GC-BUS-DATE = GL-BUS-DATE
                                   AND GC-STATUS = "POSTED"
                               PERFORM 121MARK-SOURCE-POSTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-CONTROL-FILE
           END-IF.
           ADD 1 TO GL-SEQ.
       121MARK-SOURCE-POSTED.
           PERFORM VARYING GL-SRC-IDX FROM 1 BY 1 UNTIL GL-SRC-IDX > 3
               IF GL-SRC-CODE (GL-SRC-IDX) = GC-SOURCE
                   MOVE 'Y' TO GL-SRC-POSTED (GL-SRC-IDX)
                   MOVE GC-SEQ TO GL-SRC-POSTED-SEQ (GL-SRC-IDX)
               END-IF
           END-PERFORM.
       130LOAD-STOCK-COSTS.
           MOVE 0 TO SC-COUNT.
           OPEN INPUT STOCK-FILE.
           IF WS-STOCK-STATUS = "35"
               DISPLAY "No stock.dat; store items will cost at zero."
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ STOCK-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF SC-COUNT < 200
                               ADD 1 TO SC-COUNT
                               MOVE STOCK-PRODUCT-ID
                                   TO SC-T-ID (SC-COUNT)
                               MOVE STOCK-COST TO SC-T-COST (SC-COUNT)
                           ELSE
                               DISPLAY "WARNING: catalogue full;"
                                   " no cost for " STOCK-PRODUCT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-FILE
           END-IF.
       140LOAD-SETTLE-HISTORY.
           MOVE 0 TO SH-COUNT.
           OPEN INPUT SETTLE-HIST-FILE.
           IF WS-SETTLE-HIST-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ SETTLE-HIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF SH-COUNT < 2000
                               ADD 1 TO SH-COUNT
                               MOVE SH-TR-ID TO SH-T-TR-ID (SH-COUNT)
                               MOVE SH-AMOUNT
                                   TO SH-T-AMOUNT (SH-COUNT)
                               MOVE SH-FINE-CLEARED
                                   TO SH-T-CLEARED (SH-COUNT)
                               MOVE SH-APPLIED-DATE
                                   TO SH-T-APPLIED (SH-COUNT)
                           ELSE
                               MOVE 'Y' TO SH-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLE-HIST-FILE
           END-IF.
       200RUN-BATCH.
           IF GL-SRC-POSTED (GL-SRC-IDX) = 'Y'
               DISPLAY GL-SOURCE " batch for " GL-BUS-DATE
                   " already posted under sequence "
                   GL-SRC-POSTED-SEQ (GL-SRC-IDX) "; not reposted."
               ADD 1 TO GL-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO EV-COUNT.
           MOVE 'N' TO EV-OVERFLOW.
           MOVE 0 TO JL-COUNT.
           MOVE 'N' TO JL-OVERFLOW.
           MOVE 0 TO JL-UNMAPPED-COUNT.
           MOVE 0 TO JL-TOTAL-DEBITS.
           MOVE 0 TO JL-TOTAL-CREDITS.
           EVALUATE GL-SOURCE
               WHEN "ATM"
                   PERFORM 300COLLECT-ATM
               WHEN "LIB"
                   PERFORM 400COLLECT-LIBRARY
               WHEN "STO"
                   PERFORM 500COLLECT-STORE
           END-EVALUATE.
           PERFORM 600BUILD-LINES.
           IF JL-TOTAL-DEBITS = JL-TOTAL-CREDITS
                   AND JL-UNMAPPED-COUNT = 0
                   AND EV-OVERFLOW = 'N'
                   AND JL-OVERFLOW = 'N'
               PERFORM 700WRITE-JOURNAL-BATCH
               MOVE "POSTED" TO JL-BATCH-STATUS
               ADD 1 TO GL-POSTED-COUNT
           ELSE
               PERFORM 800WRITE-SUSPENSE
               MOVE "REJECTED" TO JL-BATCH-STATUS
               ADD 1 TO GL-REJECTED-COUNT
           END-IF.
           PERFORM 710WRITE-CONTROL.
           MOVE JL-TOTAL-DEBITS TO DSP-GL-DEBITS.
           MOVE JL-TOTAL-CREDITS TO DSP-GL-CREDITS.
           DISPLAY GL-SOURCE " " JL-BATCH-STATUS " lines:" JL-COUNT
               " DR" DSP-GL-DEBITS " CR" DSP-GL-CREDITS.
       210ADD-EVENT.
           IF EV-AMOUNT-IN = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO EV-IDX.
           PERFORM VARYING EV-JDX FROM 1 BY 1 UNTIL EV-JDX > EV-COUNT
               IF EV-T-CODE (EV-JDX) = EV-CODE-IN
                   MOVE EV-JDX TO EV-IDX
               END-IF
           END-PERFORM.
           IF EV-IDX = 0
               IF EV-COUNT < 40
                   ADD 1 TO EV-COUNT
                   MOVE EV-COUNT TO EV-IDX
                   MOVE EV-CODE-IN TO EV-T-CODE (EV-IDX)
                   MOVE 0 TO EV-T-ITEMS (EV-IDX)
                   MOVE 0 TO EV-T-AMOUNT (EV-IDX)
                   MOVE 'Y' TO EV-T-MAPPED (EV-IDX)
               ELSE
                   MOVE 'Y' TO EV-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO EV-T-ITEMS (EV-IDX).
           ADD EV-AMOUNT-IN TO EV-T-AMOUNT (EV-IDX).
       300COLLECT-ATM.
      *>      TODAY'S MOVEMENTS ARE STILL IN TRANSLOG.DAT UNLESS THE EOD
      *>      RUN HAS ALREADY MOVED THEM TO A DATED ARCHIVE
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANSLOG-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ TRANSACTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF DATE-T = GL-BUS-DATE
                               MOVE TYPE-T TO GL-WORK-TYPE
                               MOVE ORIG-TYPE-T TO GL-WORK-ORIG-TYPE
                               MOVE AMOUNT-T TO GL-WORK-AMOUNT
                               MOVE TERM-T TO GL-WORK-TERM
                               PERFORM 310TALLY-ATM-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF.
           PERFORM 320FIND-ATM-ARCHIVE.
           IF GL-CUT-FOUND = 'Y'
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCH-STATUS = "35"
                   DISPLAY "Archive " WS-ARCHIVE-FILENAME
                       " listed in cutover.dat is missing."
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       READ ARCHIVE-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF DATE-A = GL-BUS-DATE
                                   MOVE TYPE-A TO GL-WORK-TYPE
                                   MOVE ORIG-TYPE-A
                                       TO GL-WORK-ORIG-TYPE
                                   MOVE AMOUNT-A TO GL-WORK-AMOUNT
                                   MOVE TERM-A TO GL-WORK-TERM
                                   PERFORM 310TALLY-ATM-ITEM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.
       310TALLY-ATM-ITEM.
      *>      STATUS EVENTS (UNLOCK, HOLD, CLOSE, DORMANT...) CARRY NO
      *>      AMOUNT AND ARE NOT JOURNALLED. A REVERSAL POSTS AS RV
      *>      PLUS THE ORIGINAL TYPE; AN AMOUNT ON AN UNKNOWN TYPE
      *>      POSTS AS ?? PLUS THE TYPE AND WILL FIND NO MAPPING.
      *>      A DEPOSIT OR WITHDRAWAL WITH NO TERMINAL WAS TAKEN OVER
      *>      THE COUNTER (E.G. AN OPENING DEPOSIT), NOT AT A CASSETTE.
           IF GL-WORK-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE GL-WORK-AMOUNT TO EV-AMOUNT-IN.
           MOVE SPACES TO EV-CODE-IN.
           IF GL-WORK-TYPE = 'V'
               MOVE GL-WORK-ORIG-TYPE TO GL-LOOKUP-TYPE
               STRING "RV" GL-WORK-ORIG-TYPE DELIMITED BY SIZE
                   INTO EV-CODE-IN
           ELSE
               MOVE GL-WORK-TYPE TO GL-LOOKUP-TYPE
               PERFORM 311ATM-EVENT-CODE
               IF GL-LOOKUP-EVENT = SPACES
                   STRING "??" GL-WORK-TYPE DELIMITED BY SIZE
                       INTO EV-CODE-IN
               ELSE
                   MOVE GL-LOOKUP-EVENT TO EV-CODE-IN
               END-IF
               IF GL-WORK-TERM = SPACES
                   IF GL-WORK-TYPE = 'D'
                       MOVE "DEPB" TO EV-CODE-IN
                   END-IF
                   IF GL-WORK-TYPE = 'W'
                       MOVE "WDLB" TO EV-CODE-IN
                   END-IF
               END-IF
           END-IF.
           PERFORM 210ADD-EVENT.
       311ATM-EVENT-CODE.
           MOVE SPACES TO GL-LOOKUP-EVENT.
           PERFORM VARYING GL-AT-IDX FROM 1 BY 1 UNTIL GL-AT-IDX > 10
               IF GL-AT-TYPE (GL-AT-IDX) = GL-LOOKUP-TYPE
                   MOVE GL-AT-EVENT (GL-AT-IDX) TO GL-LOOKUP-EVENT
               END-IF
           END-PERFORM.
       320FIND-ATM-ARCHIVE.
      *>      RECORDS DATED D WERE ARCHIVED BY THE FIRST EOD RUN DATED
      *>      AFTER D, I.E. THE EARLIEST CUTOVER LATER THAN D
           MOVE 'N' TO GL-CUT-FOUND.
           MOVE SPACES TO GL-CUT-BEST.
           OPEN INPUT CUTOVER-FILE.
           IF WS-CUTOVER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CUTOVER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CUT-DATE > GL-BUS-DATE
                           IF GL-CUT-FOUND = 'N'
                                   OR CUT-DATE < GL-CUT-BEST
                               MOVE 'Y' TO GL-CUT-FOUND
                               MOVE CUT-DATE TO GL-CUT-BEST
                               MOVE CUT-ARCHIVE-FILE
                                   TO WS-ARCHIVE-FILENAME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUTOVER-FILE.
       400COLLECT-LIBRARY.
      *>      FINES AND CHARGES ARE RAISED ON THE RETURN DATE; A FINE
      *>      CLOSED ON THE DAY IS A DESK PAYMENT OR A WRITE-OFF, UNLESS
      *>      IT WAS CLEARED BY AN ATM SETTLEMENT (POSTED SEPARATELY
      *>      ON THE DAY THE SETTLE RUN APPLIED IT)
           IF SH-OVERFLOW = 'Y'
               DISPLAY "settle-history.txt exceeds 2000 lines;"
                   " library batch not built."
               MOVE 'Y' TO EV-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT LIB-TRANS-FILE.
           IF WS-LIB-TR-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ LIB-TRANS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF TR-FINE > 0
                               PERFORM 410TALLY-LIBRARY-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIB-TRANS-FILE
           END-IF.
           PERFORM VARYING SH-IDX FROM 1 BY 1 UNTIL SH-IDX > SH-COUNT
               IF SH-T-APPLIED (SH-IDX) = GL-BUS-DATE
                   MOVE "FNST" TO EV-CODE-IN
                   MOVE SH-T-CLEARED (SH-IDX) TO EV-AMOUNT-IN
                   PERFORM 210ADD-EVENT
                   IF SH-T-AMOUNT (SH-IDX) > SH-T-CLEARED (SH-IDX)
                       MOVE "FNOV" TO EV-CODE-IN
                       COMPUTE EV-AMOUNT-IN = SH-T-AMOUNT (SH-IDX)
                           - SH-T-CLEARED (SH-IDX)
                       PERFORM 210ADD-EVENT
                   END-IF
               END-IF
           END-PERFORM.
       410TALLY-LIBRARY-ITEM.
           MOVE TR-FINE TO EV-AMOUNT-IN.
           IF TR-RETURN-DATE = GL-BUS-DATE
               IF TR-RETURN-STATUS = "LOST"
                       OR TR-RETURN-STATUS = "DAMAGED"
                   MOVE "LOST" TO EV-CODE-IN
               ELSE
                   MOVE "FNRS" TO EV-CODE-IN
               END-IF
               PERFORM 210ADD-EVENT
           END-IF.
           IF TR-FINE-PAID-DATE = GL-BUS-DATE
               IF TR-FINE-PAID-STATUS = "WRITEOFF"
                   MOVE "FNWO" TO EV-CODE-IN
                   PERFORM 210ADD-EVENT
               END-IF
               IF TR-FINE-PAID-STATUS = "PAID"
                   MOVE 'N' TO SH-FOUND
                   PERFORM VARYING SH-IDX FROM 1 BY 1
                           UNTIL SH-IDX > SH-COUNT
                       IF SH-T-TR-ID (SH-IDX) = TR-ID
                           MOVE 'Y' TO SH-FOUND
                       END-IF
                   END-PERFORM
                   IF SH-FOUND = 'N'
                       MOVE "FNPD" TO EV-CODE-IN
                       PERFORM 210ADD-EVENT
                   END-IF
               END-IF
           END-IF.
       500COLLECT-STORE.
           OPEN INPUT SALES-LOG-FILE.
           IF WS-SALES-LOG-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ SALES-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF SL-SALE-DATE = GL-BUS-DATE
                               PERFORM 510TALLY-SALES-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-LOG-FILE
           END-IF.
           OPEN INPUT ADJUST-LOG-FILE.
           IF WS-ADJUST-LOG-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ADJUST-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF AJ-ADJ-DATE = GL-BUS-DATE
                               PERFORM 520TALLY-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUST-LOG-FILE
           END-IF.
           OPEN INPUT RESTOCK-LOG-FILE.
           IF WS-RESTOCK-LOG-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ RESTOCK-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF RL-RESTOCK-DATE = GL-BUS-DATE
                               MOVE RL-PRODUCT-ID TO SC-LOOKUP-ID
                               PERFORM 530GET-COST
                               COMPUTE EV-AMOUNT-IN =
                                   RL-QTY-ADDED * SC-FOUND-COST
                               MOVE "GRNI" TO EV-CODE-IN
                               PERFORM 210ADD-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESTOCK-LOG-FILE
           END-IF.
       510TALLY-SALES-LINE.
           MOVE SL-TOTAL-PRICE TO EV-AMOUNT-IN.
           IF SL-KIND = 'R'
               IF SL-TENDER = "CARD"
                   MOVE "RFDK" TO EV-CODE-IN
               ELSE
                   MOVE "RFDC" TO EV-CODE-IN
               END-IF
           ELSE
               IF SL-TENDER = "CARD"
                   MOVE "SALK" TO EV-CODE-IN
               ELSE
                   MOVE "SALC" TO EV-CODE-IN
               END-IF
           END-IF.
           PERFORM 210ADD-EVENT.
           COMPUTE EV-AMOUNT-IN = SL-QTY * SL-UNIT-COST.
           IF SL-KIND = 'R'
               MOVE "COGR" TO EV-CODE-IN
           ELSE
               MOVE "COGS" TO EV-CODE-IN
           END-IF.
           PERFORM 210ADD-EVENT.
       520TALLY-ADJUSTMENT.
      *>      VALUED AT CURRENT COST, AS THE MONTH-END CLOSE DOES
           COMPUTE SC-ADJ-DIFF = AJ-COUNTED-QTY - AJ-SYSTEM-QTY.
           MOVE AJ-PRODUCT-ID TO SC-LOOKUP-ID.
           PERFORM 530GET-COST.
           IF SC-ADJ-DIFF < 0
               COMPUTE SC-ADJ-QTY = 0 - SC-ADJ-DIFF
               MOVE "ADJL" TO EV-CODE-IN
           ELSE
               MOVE SC-ADJ-DIFF TO SC-ADJ-QTY
               MOVE "ADJG" TO EV-CODE-IN
           END-IF.
           COMPUTE EV-AMOUNT-IN = SC-ADJ-QTY * SC-FOUND-COST.
           PERFORM 210ADD-EVENT.
       530GET-COST.
           MOVE 0 TO SC-FOUND-COST.
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-COUNT
               IF SC-T-ID (SC-IDX) = SC-LOOKUP-ID
                   MOVE SC-T-COST (SC-IDX) TO SC-FOUND-COST
               END-IF
           END-PERFORM.
       600BUILD-LINES.
      *>      EACH EVENT TOTAL IS POSTED TO EVERY MAPPING LINE FOR ITS
      *>      SOURCE AND EVENT; AN ATM REVERSAL USES THE ORIGINAL
      *>      EVENT'S MAPPING WITH DEBIT AND CREDIT EXCHANGED
           PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > EV-COUNT
               MOVE EV-T-CODE (EV-IDX) TO JL-BASE-EVENT
               MOVE 'N' TO JL-FLIP
               IF GL-SOURCE = "ATM" AND EV-T-CODE (EV-IDX) (1:2) = "RV"
                   MOVE EV-T-CODE (EV-IDX) (3:1) TO GL-LOOKUP-TYPE
                   PERFORM 311ATM-EVENT-CODE
                   MOVE GL-LOOKUP-EVENT TO JL-BASE-EVENT
                   MOVE 'Y' TO JL-FLIP
               END-IF
               MOVE 0 TO JL-FOUND-COUNT
               IF JL-BASE-EVENT NOT = SPACES
                   PERFORM VARYING MAP-IDX FROM 1 BY 1
                           UNTIL MAP-IDX > MAP-COUNT
                       IF MAP-T-SOURCE (MAP-IDX) = GL-SOURCE
                               AND MAP-T-EVENT (MAP-IDX) = JL-BASE-EVENT
                           PERFORM 610ADD-LINE
                       END-IF
                   END-PERFORM
               END-IF
               IF JL-FOUND-COUNT = 0
                   MOVE 'N' TO EV-T-MAPPED (EV-IDX)
                   ADD 1 TO JL-UNMAPPED-COUNT
               END-IF
           END-PERFORM.
       610ADD-LINE.
           ADD 1 TO JL-FOUND-COUNT.
           MOVE MAP-T-SIDE (MAP-IDX) TO JL-SIDE.
           IF JL-FLIP = 'Y'
               IF JL-SIDE = 'D'
                   MOVE 'C' TO JL-SIDE
               ELSE
                   IF JL-SIDE = 'C'
                       MOVE 'D' TO JL-SIDE
                   END-IF
               END-IF
           END-IF.
           IF JL-SIDE = 'D'
               ADD EV-T-AMOUNT (EV-IDX) TO JL-TOTAL-DEBITS
           END-IF.
           IF JL-SIDE = 'C'
               ADD EV-T-AMOUNT (EV-IDX) TO JL-TOTAL-CREDITS
           END-IF.
           IF JL-COUNT < 100
               ADD 1 TO JL-COUNT
               MOVE MAP-T-ACCOUNT (MAP-IDX) TO JL-T-ACCOUNT (JL-COUNT)
               MOVE JL-SIDE TO JL-T-SIDE (JL-COUNT)
               MOVE EV-T-AMOUNT (EV-IDX) TO JL-T-AMOUNT (JL-COUNT)
               MOVE EV-T-CODE (EV-IDX) TO JL-T-EVENT (JL-COUNT)
               MOVE EV-T-ITEMS (EV-IDX) TO JL-T-ITEMS (JL-COUNT)
               MOVE MAP-T-DESC (MAP-IDX) TO JL-T-DESC (JL-COUNT)
           ELSE
               MOVE 'Y' TO JL-OVERFLOW
           END-IF.
       700WRITE-JOURNAL-BATCH.
           MOVE 0 TO GL-COUNT-LINE.
           OPEN INPUT GL-JOURNAL-FILE.
           IF WS-GJ-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ GL-JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO GL-COUNT-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
           END-IF.
           IF GL-COUNT-LINE = 0
               OPEN OUTPUT GL-JOURNAL-FILE
           ELSE
               OPEN EXTEND GL-JOURNAL-FILE
           END-IF.
           MOVE SPACES TO GL-JOURNAL-R.
           MOVE 'H' TO GJH-REC-TYPE.
           MOVE GL-BUS-DATE TO GJH-BUS-DATE.
           MOVE GL-SEQ TO GJH-SEQ.
           MOVE GL-SOURCE TO GJH-SOURCE.
           MOVE GL-RUN-DATE TO GJH-RUN-DATE.
           MOVE GL-RUN-TIME TO GJH-RUN-TIME.
           WRITE GL-JOURNAL-RECORD FROM GL-JOURNAL-HEADER-R.
           PERFORM VARYING JL-IDX FROM 1 BY 1 UNTIL JL-IDX > JL-COUNT
               MOVE SPACES TO GL-JOURNAL-R
               MOVE 'L' TO GJ-REC-TYPE
               MOVE GL-BUS-DATE TO GJ-BUS-DATE
               MOVE GL-SEQ TO GJ-SEQ
               MOVE GL-SOURCE TO GJ-SOURCE
               MOVE JL-IDX TO GJ-LINE-NO
               MOVE JL-T-ACCOUNT (JL-IDX) TO GJ-ACCOUNT
               MOVE JL-T-SIDE (JL-IDX) TO GJ-SIDE
               MOVE JL-T-AMOUNT (JL-IDX) TO GJ-AMOUNT
               MOVE JL-T-EVENT (JL-IDX) TO GJ-EVENT
               MOVE JL-T-ITEMS (JL-IDX) TO GJ-ITEMS
               MOVE JL-T-DESC (JL-IDX) TO GJ-DESC
               WRITE GL-JOURNAL-RECORD FROM GL-JOURNAL-R
           END-PERFORM.
           MOVE SPACES TO GL-JOURNAL-R.
           MOVE 'T' TO GJT-REC-TYPE.
           MOVE GL-BUS-DATE TO GJT-BUS-DATE.
           MOVE GL-SEQ TO GJT-SEQ.
           MOVE GL-SOURCE TO GJT-SOURCE.
           MOVE JL-COUNT TO GJT-LINE-COUNT.
           MOVE JL-TOTAL-DEBITS TO GJT-DEBITS.
           MOVE JL-TOTAL-CREDITS TO GJT-CREDITS.
           WRITE GL-JOURNAL-RECORD FROM GL-JOURNAL-TRAILER-R.
           CLOSE GL-JOURNAL-FILE.
       710WRITE-CONTROL.
           MOVE 0 TO GL-COUNT-LINE.
           OPEN INPUT GL-CONTROL-FILE.
           IF WS-GC-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ GL-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO GL-COUNT-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-CONTROL-FILE
           END-IF.
           IF GL-COUNT-LINE = 0
               OPEN OUTPUT GL-CONTROL-FILE
           ELSE
               OPEN EXTEND GL-CONTROL-FILE
           END-IF.
           MOVE GL-BUS-DATE TO GC-BUS-DATE.
           MOVE GL-SOURCE TO GC-SOURCE.
           MOVE GL-SEQ TO GC-SEQ.
           MOVE JL-BATCH-STATUS TO GC-STATUS.
           MOVE GL-RUN-DATE TO GC-RUN-DATE.
           MOVE GL-RUN-TIME TO GC-RUN-TIME.
           MOVE JL-TOTAL-DEBITS TO GC-DEBITS.
           MOVE JL-TOTAL-CREDITS TO GC-CREDITS.
           WRITE GL-CONTROL-RECORD.
           CLOSE GL-CONTROL-FILE.
       800WRITE-SUSPENSE.
           MOVE 0 TO GL-COUNT-LINE.
           OPEN INPUT GL-SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ GL-SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO GL-COUNT-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-SUSPENSE-FILE
           END-IF.
           IF GL-COUNT-LINE = 0
               OPEN OUTPUT GL-SUSPENSE-FILE
           ELSE
               OPEN EXTEND GL-SUSPENSE-FILE
           END-IF.
           MOVE SPACES TO SU-TEXT.
           STRING "REJECTED BATCH  SOURCE " GL-SOURCE
               "  DATE " GL-BUS-DATE "  SEQUENCE " GL-SEQ
               "  RUN " GL-RUN-DATE " " GL-RUN-TIME
               DELIMITED BY SIZE INTO SU-TEXT.
           WRITE GL-SUSPENSE-LINE FROM SU-TEXT.
           IF JL-UNMAPPED-COUNT > 0
               MOVE "  REASON: EVENTS WITH NO CHART-OF-ACCOUNTS MAPPING"
                   TO SU-TEXT
               WRITE GL-SUSPENSE-LINE FROM SU-TEXT
           END-IF.
           IF JL-TOTAL-DEBITS NOT = JL-TOTAL-CREDITS
               MOVE "  REASON: DEBITS DO NOT EQUAL CREDITS" TO SU-TEXT
               WRITE GL-SUSPENSE-LINE FROM SU-TEXT
           END-IF.
           IF EV-OVERFLOW = 'Y' OR JL-OVERFLOW = 'Y'
               MOVE "  REASON: BATCH TOO LARGE; NOT ALL ITEMS HELD"
                   TO SU-TEXT
               WRITE GL-SUSPENSE-LINE FROM SU-TEXT
           END-IF.
           MOVE "  EVENT  ITEMS             AMOUNT  MAPPED" TO SU-TEXT.
           WRITE GL-SUSPENSE-LINE FROM SU-TEXT.
           PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > EV-COUNT
               MOVE EV-T-ITEMS (EV-IDX) TO DSP-GL-COUNT
               MOVE EV-T-AMOUNT (EV-IDX) TO DSP-GL-AMOUNT
               IF EV-T-MAPPED (EV-IDX) = 'Y'
                   MOVE "YES" TO SU-MAPPED-TEXT
               ELSE
                   MOVE "NO MAPPING" TO SU-MAPPED-TEXT
               END-IF
               MOVE SPACES TO SU-TEXT
               STRING "  " EV-T-CODE (EV-IDX) "   " DSP-GL-COUNT
                   " " DSP-GL-AMOUNT "  " SU-MAPPED-TEXT
                   DELIMITED BY SIZE INTO SU-TEXT
               WRITE GL-SUSPENSE-LINE FROM SU-TEXT
           END-PERFORM.
           MOVE "  ACCOUNT SIDE             AMOUNT  EVENT DESCRIPTION"
               TO SU-TEXT.
           WRITE GL-SUSPENSE-LINE FROM SU-TEXT.
           PERFORM VARYING JL-IDX FROM 1 BY 1 UNTIL JL-IDX > JL-COUNT
               MOVE JL-T-AMOUNT (JL-IDX) TO DSP-GL-AMOUNT
               MOVE SPACES TO SU-TEXT
               STRING "  " JL-T-ACCOUNT (JL-IDX) "   "
                   JL-T-SIDE (JL-IDX) "   " DSP-GL-AMOUNT "  "
                   JL-T-EVENT (JL-IDX) "  " JL-T-DESC (JL-IDX)
                   DELIMITED BY SIZE INTO SU-TEXT
               WRITE GL-SUSPENSE-LINE FROM SU-TEXT
           END-PERFORM.
           MOVE JL-TOTAL-DEBITS TO DSP-GL-DEBITS.
           MOVE JL-TOTAL-CREDITS TO DSP-GL-CREDITS.
           COMPUTE JL-DIFFERENCE = JL-TOTAL-DEBITS - JL-TOTAL-CREDITS.
           MOVE SPACES TO SU-TEXT.
           STRING "  TOTAL DEBITS " DSP-GL-DEBITS
               "  TOTAL CREDITS " DSP-GL-CREDITS
               DELIMITED BY SIZE INTO SU-TEXT.
           WRITE GL-SUSPENSE-LINE FROM SU-TEXT.
           IF JL-DIFFERENCE < 0
               COMPUTE JL-DIFFERENCE = 0 - JL-DIFFERENCE
           END-IF.
           MOVE JL-DIFFERENCE TO DSP-GL-AMOUNT.
           MOVE SPACES TO SU-TEXT.
           STRING "  OUT OF BALANCE BY " DSP-GL-AMOUNT
               DELIMITED BY SIZE INTO SU-TEXT.
           WRITE GL-SUSPENSE-LINE FROM SU-TEXT.
           MOVE SPACES TO SU-TEXT.
           WRITE GL-SUSPENSE-LINE FROM SU-TEXT.
           CLOSE GL-SUSPENSE-FILE.
