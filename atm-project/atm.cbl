               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               FILE STATUS IS WS-ACC-STATUS.
           SELECT CARD-FILE ASSIGN TO 'cards.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NO
               FILE STATUS IS WS-CARD-STATUS.
           SELECT SLIP-FILE ASSIGN TO 'slip.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO WS-STMT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT FRAUD-REPORT-FILE ASSIGN TO WS-FS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT-STATUS.
           SELECT CLEARING-QUEUE-FILE ASSIGN TO 'clearing-queue.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-STATUS.
           SELECT CLEARING-OUT-FILE ASSIGN TO WS-CLR-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.
           SELECT CLEARING-READ-FILE ASSIGN TO WS-CLR-READ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CI-STATUS.
           SELECT CLEARING-RETURN-FILE ASSIGN TO WS-CLR-RET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.
           SELECT DORMANCY-REPORT-FILE ASSIGN TO WS-DM-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-RPT-STATUS.
           SELECT HOTCARD-REPORT-FILE ASSIGN TO WS-HC-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HC-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
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
               88 CARD-LOST VALUE "LOST".
               88 CARD-STOLEN VALUE "STOLEN".
               88 CARD-EXPIRED VALUE "EXPIRED".
               88 CARD-LOCKED VALUE "LOCKED".
               88 CARD-REPLACED VALUE "REPLACED".
           05 CARD-PIN-FAILS  PIC 9(2).
           05 CARD-ISSUE-DATE PIC X(8).
           05 CARD-BLOCK-DATE PIC X(8).
           05 CARD-REPLACES   PIC X(16).
       FD  SLIP-FILE.
       01  SLIP-TEXT       PIC X(1000).
       FD  TRANSACTION-FILE.
           05 ORIG-DATE-T PIC X(8).
           05 ORIG-TIME-T PIC X(6).
           05 TERM-T     PIC X(4).
           05 CARD-T     PIC X(16).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 ACC-NO-A   PIC X(10).
           05 ORIG-DATE-A PIC X(8).
           05 ORIG-TIME-A PIC X(6).
           05 TERM-A     PIC X(4).
           05 CARD-A     PIC X(16).
       FD  TRANSLOG-TEMP-FILE.
       01  TRANSLOG-TEMP-RECORD.
           05 ACC-NO-TT  PIC X(10).
           05 ORIG-DATE-TT PIC X(8).
           05 ORIG-TIME-TT PIC X(6).
           05 TERM-TT    PIC X(4).
           05 CARD-TT    PIC X(16).
       FD  CUTOVER-FILE.
       01  CUTOVER-RECORD.
           05 CUT-DATE         PIC X(8).
           05 RC-RUN-STATE     PIC X(8).
       FD  STATEMENT-FILE.
       01  STMT-TEXT           PIC X(80).
       FD  FRAUD-REPORT-FILE.
       01  FS-RPT-TEXT         PIC X(80).
       FD  CLEARING-QUEUE-FILE.
       01  CLEARING-QUEUE-RECORD   PIC X(53).
       FD  CLEARING-OUT-FILE.
       01  CLEARING-OUT-RECORD     PIC X(53).
       FD  CLEARING-READ-FILE.
       01  CLEARING-READ-RECORD    PIC X(53).
       FD  CLEARING-RETURN-FILE.
       01  CLEARING-RETURN-RECORD  PIC X(53).
       FD  DORMANCY-REPORT-FILE.
       01  DM-RPT-TEXT             PIC X(80).
       FD  HOTCARD-REPORT-FILE.
       01  HC-RPT-TEXT             PIC X(80).
       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05 SO-ACC-NO        PIC X(10).
           05 PIN-CHANGE-STATUS  PIC X(1)    VALUE 'N'.
           05 ACC-LOCKED-OUT   PIC X(1)    VALUE 'N'.
           05 ACC-CLOSED-OUT   PIC X(1)    VALUE 'N'.
           05 ACC-REVIEW-OUT   PIC X(1)    VALUE 'N'.
           05 ACC-DORMANT-OUT  PIC X(1)    VALUE 'N'.
           05 UNLOCK-STATUS    PIC X(1)    VALUE 'N'.
           05 CHOICE           PIC 9.
       01  WS-DSP-VAR.
           05 DSP-BALANCE      PIC -ZZ,ZZZ,ZZZ.99.
           05 DSP-AMOUNT      PIC ZZ,ZZZ,ZZZ.99.
       01  WS-MISC-VAR.
           05 EXIT-STATUS      PIC X(1) VALUE 'N'.
           05 ORIG-DATE-T-R PIC X(8).
           05 ORIG-TIME-T-R PIC X(6).
           05 TERM-T-R   PIC X(4).
           05 CARD-T-R   PIC X(16).
       01  WS-STMT-VARS.
           05 STMT-COUNT       PIC 999 VALUE ZERO.
           05 STMT-SLOT        PIC 9   VALUE ZERO.
           05 RECON-NET-MOVEMENT  PIC S9(8)V99.
           05 RECON-EXPECTED      PIC S9(8)V99.
           05 RECON-MISMATCH-COUNT PIC 999 VALUE 0.
           05 DSP-RECON-OPENING   PIC -ZZ,ZZZ,ZZZ.99.
           05 DSP-RECON-BALANCE   PIC -ZZ,ZZZ,ZZZ.99.
           05 DSP-RECON-EXPECTED  PIC -Z,ZZZ,ZZZ.99.
           05 RECON-CREDIT-TOTAL  PIC S9(10)V99 VALUE 0.
           05 RECON-OVERDRAWN-TOTAL PIC S9(10)V99 VALUE 0.
           05 RECON-OVERDRAWN-COUNT PIC 999 VALUE 0.
           05 RECON-NET-TOTAL     PIC S9(10)V99 VALUE 0.
           05 DSP-RECON-TOTAL     PIC -Z,ZZZ,ZZZ,ZZZ.99.
       01  WS-DAILY-LIMIT-VARS.
           05 WS-TODAY-DATE            PIC X(8).
           05 WS-WITHDRAWN-TODAY       PIC 9(8)V99.
           05 ADM-NAME-INPUT       PIC X(20).
           05 ADM-DEPOSIT-INPUT    PIC 9(8)V99.
           05 ADM-LIMIT-INPUT      PIC 9(8)V99.
           05 ADM-TYPE-INPUT       PIC X(1).
           05 ADM-OD-INPUT         PIC 9(8)V99.
           05 ADM-OK               PIC X(1).
           05 ADM-FOUND            PIC X(1).
           05 DSP-ADM-AMOUNT       PIC -ZZ,ZZZ,ZZZ.99.
       01  WS-STMT-FILENAME     PIC X(40).
       01  WS-AS-VARS.
           05 AS-ACC-INPUT         PIC X(10).
           05 RV-AMOUNT            PIC 9(8)V99.
           05 RV-NOTES-LEFT        PIC 9(8)V99.
           05 RV-NOTES             PIC 9(5).
           05 RV-CQ-FOUND          PIC X(1).
           05 RV-CQ-OVERFLOW       PIC X(1).
           05 RV-CQ-COUNT          PIC 9(4).
           05 RV-CQ-IDX            PIC 9(4).
           05 RV-CQ-MATCH          PIC 9(4).
           05 RV-CQ-ENTRY          PIC X(53) OCCURS 500 TIMES.
           05 DSP-RV-AMOUNT        PIC ZZ,ZZZ,ZZZ.99.
       01  WS-REPLENISH-VARS.
           05 REP-DENOM-INPUT      PIC 9(5).
           05 REP-COUNT-INPUT      PIC 9(5).
           05 REP-FOUND            PIC X(1).
           05 REP-LOADED-VALUE     PIC 9(8)V99.
       01  WS-CASHRPT-VARS.
           05 CR-IDX               PIC 99.
           05 CR-DENOM-COUNT       PIC 99 VALUE 0.
           05 DSP-INTEREST-RATE        PIC Z9.9999.
           05 DSP-INTEREST-AMOUNT      PIC ZZ,ZZZ,ZZZ.99.
           05 DSP-INTEREST-TOTAL       PIC ZZ,ZZZ,ZZZ.99.
           05 WS-DEBIT-RATE            PIC 9(2)V9(4).
           05 WS-DEBIT-ACC-COUNT       PIC 999 VALUE 0.
           05 WS-DEBIT-TOTAL           PIC 9(8)V99 VALUE 0.
       01  WS-OD-VARS.
           05 OD-AVAILABLE             PIC S9(9)V99.
           05 DSP-OD-AVAILABLE         PIC -ZZ,ZZZ,ZZZ.99.
           05 DSP-OD-LIMIT             PIC ZZ,ZZZ,ZZZ.99.
           05 OD-STMT-TYPE             PIC X(1).
           05 OD-STMT-LIMIT            PIC 9(8)V99.
       01  WS-FS-RPT-STATUS     PIC X(2).
       01  WS-FS-RPT-FILENAME   PIC X(30).
       01  WS-FS-VARS.
           05 FS-VELOCITY-MINUTES  PIC 99 VALUE 10.
           05 FS-VELOCITY-COUNT    PIC 99 VALUE 3.
           05 FS-HOP-MINUTES       PIC 99 VALUE 5.
           05 FS-LARGE-TRANSFER    PIC 9(8)V99 VALUE 20000.
           05 FS-NEW-ACC-DAYS      PIC 999 VALUE 30.
           05 FS-NEAR-LIMIT-PCT    PIC 999 VALUE 90.
           05 FS-NEAR-LIMIT-COUNT  PIC 99 VALUE 2.
           05 FS-TABLE-COUNT       PIC 999 VALUE 0.
           05 FS-OVERFLOW-COUNT    PIC 999 VALUE 0.
           05 FS-EXCEPTION-COUNT   PIC 999 VALUE 0.
           05 FS-IDX               PIC 999.
           05 FS-JDX               PIC 999.
           05 FS-KDX               PIC 999.
           05 FS-GROUP-START       PIC 999.
           05 FS-GROUP-END         PIC 999.
           05 FS-HIT-COUNT         PIC 999.
           05 FS-HIT-LAST          PIC 999.
           05 FS-RULE-DONE         PIC X(1).
           05 FS-ACC-FOUND         PIC X(1).
           05 FS-GAP               PIC S9(5).
           05 FS-OPEN-DAYS         PIC S9(7).
           05 FS-NEAR-AMOUNT       PIC 9(8)V99.
           05 FS-DATE-NUM          PIC 9(8).
           05 FS-OPEN-NUM          PIC 9(8).
           05 FS-RULE-TEXT         PIC X(50).
           05 FS-WORK-ACC          PIC X(10).
           05 FS-WORK-DATE         PIC X(8).
           05 FS-WORK-TIME         PIC X(6).
           05 FS-WORK-TIME-R REDEFINES FS-WORK-TIME.
               10 FS-WT-HH         PIC 99.
               10 FS-WT-MM         PIC 99.
               10 FS-WT-SS         PIC 99.
           05 FS-WORK-TYPE         PIC X(1).
           05 FS-GROUP-DONE        PIC X(1).
           05 FS-WORK-AMOUNT       PIC 9(8)V99.
           05 FS-WORK-TERM         PIC X(4).
           05 DSP-FS-AMOUNT        PIC ZZ,ZZZ,ZZZ.99.
           05 FS-SWAP-ENTRY.
               10 FS-S-ACC-NO      PIC X(10).
               10 FS-S-DATE        PIC X(8).
               10 FS-S-TIME        PIC X(6).
               10 FS-S-SECS        PIC 9(5).
               10 FS-S-TYPE        PIC X(1).
               10 FS-S-AMOUNT      PIC 9(8)V99.
               10 FS-S-TERM        PIC X(4).
           05 FS-ENTRY OCCURS 500 TIMES.
               10 FS-T-ACC-NO      PIC X(10).
               10 FS-T-DATE        PIC X(8).
               10 FS-T-TIME        PIC X(6).
               10 FS-T-SECS        PIC 9(5).
               10 FS-T-TYPE        PIC X(1).
               10 FS-T-AMOUNT      PIC 9(8)V99.
               10 FS-T-TERM        PIC X(4).
           05 FS-FLAG-COUNT        PIC 99 VALUE 0.
           05 FS-FLAG-IDX          PIC 99.
           05 FS-FLAG-FOUND        PIC X(1).
           05 FS-FLAG-ENTRY OCCURS 50 TIMES.
               10 FS-F-ACC-NO      PIC X(10).
       01  WS-CQ-STATUS         PIC X(2).
       01  WS-CO-STATUS         PIC X(2).
       01  WS-CI-STATUS         PIC X(2).
       01  WS-CRT-STATUS        PIC X(2).
       01  WS-CLR-OUT-FILENAME  PIC X(30).
       01  WS-CLR-READ-FILENAME PIC X(30).
       01  WS-CLR-RET-FILENAME  PIC X(30).
       01  CLEARING-R.
           05 CLR-REC-TYPE         PIC X(1).
           05 CLR-DEST-BANK        PIC X(3).
           05 CLR-DEST-ACC         PIC X(10).
           05 CLR-ORIG-BANK        PIC X(3).
           05 CLR-ORIG-ACC         PIC X(10).
           05 CLR-AMOUNT           PIC 9(8)V99.
           05 CLR-DATE             PIC X(8).
           05 CLR-TIME             PIC X(6).
           05 CLR-REASON           PIC X(2).
       01  CLEARING-HEADER-R REDEFINES CLEARING-R.
           05 CLR-H-REC-TYPE       PIC X(1).
           05 CLR-H-BANK           PIC X(3).
           05 CLR-H-DATE           PIC X(8).
           05 CLR-H-KIND           PIC X(3).
           05 FILLER               PIC X(38).
       01  CLEARING-TRAILER-R REDEFINES CLEARING-R.
           05 CLR-T-REC-TYPE       PIC X(1).
           05 CLR-T-COUNT          PIC 9(5).
           05 CLR-T-TOTAL          PIC 9(10)V99.
           05 FILLER               PIC X(35).
       01  WS-CLR-VARS.
           05 CLR-OWN-BANK         PIC X(3) VALUE "099".
           05 CLR-BANK-INPUT       PIC X(3).
           05 CLR-EOF              PIC X(1).
           05 CLR-FILE-FOUND       PIC X(1).
           05 CLR-HEADER-SEEN      PIC X(1).
           05 CLR-TRAILER-SEEN     PIC X(1).
           05 CLR-SEQ-ERROR        PIC X(1).
           05 CLR-CONTROL-OK       PIC X(1).
           05 CLR-HEADER-BANK      PIC X(3).
           05 CLR-HEADER-DATE      PIC X(8).
           05 CLR-RETURN-REASON    PIC X(2).
           05 CLR-ITEM-COUNT       PIC 9(5) VALUE 0.
           05 CLR-ITEM-TOTAL       PIC 9(10)V99 VALUE 0.
           05 CLR-CHECK-COUNT      PIC 9(5) VALUE 0.
           05 CLR-CHECK-TOTAL      PIC 9(10)V99 VALUE 0.
           05 CLR-TRAILER-COUNT    PIC 9(5) VALUE 0.
           05 CLR-TRAILER-TOTAL    PIC 9(10)V99 VALUE 0.
           05 CLR-POSTED-COUNT     PIC 9(5) VALUE 0.
           05 CLR-POSTED-TOTAL     PIC 9(10)V99 VALUE 0.
           05 CLR-RETURN-COUNT     PIC 9(5) VALUE 0.
           05 CLR-RETURN-TOTAL     PIC 9(10)V99 VALUE 0.
           05 CLR-SETTLED-COUNT    PIC 9(5) VALUE 0.
           05 CLR-SETTLED-TOTAL    PIC 9(10)V99 VALUE 0.
           05 DSP-CLR-AMOUNT       PIC ZZ,ZZZ,ZZZ.99.
           05 DSP-CLR-TOTAL        PIC Z,ZZZ,ZZZ,ZZZ.99.
       01  WS-HOLD-VARS.
           05 HOLD-STATUS          PIC X(1).
           05 HOLD-PRIOR-STATUS    PIC X(7).
       01  WS-DM-RPT-STATUS     PIC X(2).
       01  WS-DM-RPT-FILENAME   PIC X(30).
       01  WS-DM-VARS.
           05 DM-MONTHS-INPUT      PIC 999.
           05 DM-DEFAULT-MONTHS    PIC 999 VALUE 12.
           05 DM-CUT-EOF           PIC X(1).
           05 DM-LAST-ARCH         PIC X(30).
           05 DM-TABLE-COUNT       PIC 999 VALUE 0.
           05 DM-OVERFLOW-COUNT    PIC 999 VALUE 0.
           05 DM-IDX               PIC 999.
           05 DM-FOUND             PIC X(1).
           05 DM-MARKED-COUNT      PIC 999 VALUE 0.
           05 DM-CHECKED-COUNT     PIC 999 VALUE 0.
           05 DM-BALANCE-TOTAL     PIC S9(10)V99 VALUE 0.
           05 DM-MONTH-NUM         PIC 9(6).
           05 DM-CUTOFF-DATE       PIC X(8).
           05 DM-CUTOFF-R REDEFINES DM-CUTOFF-DATE.
               10 DM-CUT-YEAR      PIC 9(4).
               10 DM-CUT-MONTH     PIC 99.
               10 DM-CUT-DAY       PIC 99.
           05 DM-LAST-DATE         PIC X(8).
           05 DM-WORK-ACC          PIC X(10).
           05 DM-WORK-DATE         PIC X(8).
           05 DM-WORK-TYPE         PIC X(1).
           05 DM-WORK-TERM         PIC X(4).
           05 DSP-DM-BALANCE       PIC -ZZ,ZZZ,ZZZ.99.
           05 DSP-DM-TOTAL         PIC -Z,ZZZ,ZZZ,ZZZ.99.
           05 DM-ENTRY OCCURS 500 TIMES.
               10 DM-T-ACC-NO      PIC X(10).
               10 DM-T-LAST-DATE   PIC X(8).
       01  WS-CARD-STATUS       PIC X(2).
       01  WS-CARD-NO-INPUT     PIC X(16) VALUE SPACES.
       01  WS-HC-RPT-STATUS     PIC X(2).
       01  WS-HC-RPT-FILENAME   PIC X(30).
       01  WS-CARD-VARS.
           05 CARD-OK              PIC X(1).
           05 CARD-REFUSAL         PIC X(8).
           05 CARD-MAX-PIN-FAILS   PIC 99 VALUE 3.
           05 CARD-CUR-MONTH       PIC X(6).
           05 CRD-CARD-INPUT       PIC X(16).
           05 CRD-NEW-CARD-INPUT   PIC X(16).
           05 CRD-ACC-INPUT        PIC X(10).
           05 CRD-PIN-INPUT        PIC X(4).
           05 CRD-EXPIRY-INPUT     PIC X(6).
           05 CRD-REASON-INPUT     PIC X(1).
           05 CRD-OK               PIC X(1).
           05 CRD-FOUND            PIC X(1).
           05 CRD-OLD-STATUS       PIC X(8).
           05 CRD-OLD-ACC-NO       PIC X(10).
           05 CRD-EOF              PIC X(1).
           05 CRD-FROM-DATE        PIC X(8).
           05 CRD-TO-DATE          PIC X(8).
           05 CRD-LISTED-COUNT     PIC 999 VALUE 0.
           05 CRD-LOST-COUNT       PIC 999 VALUE 0.
           05 CRD-STOLEN-COUNT     PIC 999 VALUE 0.
           05 CRD-LOCKED-COUNT     PIC 999 VALUE 0.
           05 CRD-EXPIRED-COUNT    PIC 999 VALUE 0.
           05 CRD-REPLACED-COUNT   PIC 999 VALUE 0.
       01  WS-REACT-VARS.
           05 REACT-ACC-INPUT      PIC X(10).
           05 REACT-OFFICER-INPUT  PIC X(8).
           05 REACT-STATUS         PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
                    PERFORM SUPERVISOR-REVERSAL
                WHEN "RUNSTATUS"
                    PERFORM RUN-CONTROL-REPORT
                WHEN "FRAUDSCAN"
                    PERFORM FRAUD-SCAN-RUN
                WHEN "REVIEW"
                    PERFORM SUPERVISOR-REVIEW-HOLD
                WHEN "CLEAROUT"
                    PERFORM CLEARING-OUTBOUND-RUN
                WHEN "CLEARIN"
                    PERFORM CLEARING-INBOUND-RUN
                WHEN "DORMANCY"
                    PERFORM DORMANCY-SCAN-RUN
                WHEN "HOTCARD"
                    PERFORM HOT-CARD-REPORT
                WHEN OTHER
                    PERFORM AUTHENTICATION
            END-EVALUATE.
       AUTHENTICATION.
           DISPLAY "---AUTHENTICATION---".
           PERFORM PROMPT-TERMINAL.
           DISPLAY "Enter card number: ".
           ACCEPT WS-CARD-NO-INPUT.
           DISPLAY "Enter PIN: ".
           ACCEPT PIN-INPUT.

           MOVE 'N' TO ISLOGGEDIN.
           MOVE 'N' TO ACC-LOCKED-OUT.
           MOVE 'N' TO ACC-CLOSED-OUT.
           MOVE 'N' TO ACC-REVIEW-OUT.
           MOVE 'N' TO ACC-DORMANT-OUT.
           MOVE SPACES TO ACC-NUM-INPUT.
           PERFORM CARD-VERIFY.
           MOVE ACC-NUM-INPUT TO ACC-NO.

           IF CARD-OK = 'Y'
               OPEN INPUT ACCOUNT-FILE
                   READ ACCOUNT-FILE
                       INVALID KEY
                           CONTINUE
                           IF ACC-LOCKED
                               MOVE 'Y' TO ACC-LOCKED-OUT
                           ELSE
                           IF ACC-REVIEW
                               MOVE 'Y' TO ACC-REVIEW-OUT
                           ELSE
                           IF ACC-DORMANT
                               MOVE 'Y' TO ACC-DORMANT-OUT
                           ELSE
                               MOVE 'Y' TO ISLOGGEDIN
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                   END-READ
                CLOSE ACCOUNT-FILE
           END-IF.
           IF ISLOGGEDIN = 'Y'
               DISPLAY "Logged in successfully."
               DISPLAY "-----------------------"
               IF ACC-LOCKED-OUT = 'Y'
                   DISPLAY "Account is locked. Contact the branch."
               ELSE
               IF ACC-REVIEW-OUT = 'Y'
                   DISPLAY "Account is under review. Contact the"
                       " branch."
               ELSE
               IF ACC-DORMANT-OUT = 'Y'
                   DISPLAY "Account is dormant. Contact the branch."
               ELSE
                   EVALUATE CARD-REFUSAL
                       WHEN "LOST"
                           DISPLAY "Card reported lost. Card retained."
                       WHEN "STOLEN"
                           DISPLAY "Card reported stolen. Card"
                               " retained."
                       WHEN "EXPIRED"
                           DISPLAY "Card has expired. Contact the"
                               " branch."
                       WHEN "LOCKED"
                           DISPLAY "Card is locked. Contact the"
                               " branch."
                       WHEN "REPLACED"
                           DISPLAY "Card has been replaced. Use the"
                               " new card."
                       WHEN OTHER
                           DISPLAY "Login failed."
                   END-EVALUATE
               END-IF
               END-IF
               END-IF
               END-IF
               DISPLAY "-----------------------"
           END-IF.
       CARD-VERIFY.
           MOVE 'N' TO CARD-OK.
           MOVE SPACES TO CARD-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           MOVE SPACES TO CARD-CUR-MONTH.
           STRING WS-YEAR, WS-MONTH INTO CARD-CUR-MONTH.
           MOVE WS-CARD-NO-INPUT TO CARD-NO.
           OPEN I-O CARD-FILE
               READ CARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CARD-ACTIVE AND CARD-EXPIRY < CARD-CUR-MONTH
                           MOVE "EXPIRED" TO CARD-STATUS
                           MOVE SPACES TO CARD-BLOCK-DATE
                           STRING WS-YEAR, WS-MONTH, WS-DAY
                               INTO CARD-BLOCK-DATE
                           REWRITE CARD-RECORD
                       END-IF
                       IF NOT CARD-ACTIVE
                           MOVE CARD-STATUS TO CARD-REFUSAL
                       ELSE
                           IF PIN-INPUT = CARD-PIN
                               MOVE 'Y' TO CARD-OK
                               MOVE CARD-ACC-NO TO ACC-NUM-INPUT
                               MOVE 0 TO CARD-PIN-FAILS
                               REWRITE CARD-RECORD
                           ELSE
                               ADD 1 TO CARD-PIN-FAILS
                               IF CARD-PIN-FAILS >= CARD-MAX-PIN-FAILS
                                   MOVE "LOCKED" TO CARD-STATUS
                                   MOVE "LOCKED" TO CARD-REFUSAL
                                   MOVE SPACES TO CARD-BLOCK-DATE
                                   STRING WS-YEAR, WS-MONTH, WS-DAY
                                       INTO CARD-BLOCK-DATE
                               END-IF
                               REWRITE CARD-RECORD
                           END-IF
                       END-IF
               END-READ
             CLOSE CARD-FILE.
       MAIN-MENU.
           PERFORM UNTIL EXIT-STATUS = 'Y'
               DISPLAY "===== Menu ====="
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ISLOGGEDIN = 'Y'
                               AND NOT ACC-LOCKED
                           MOVE BALANCE TO DSP-BALANCE
                           DISPLAY "BALANCE : ", DSP-BALANCE
                           IF ACC-CURRENT
                               PERFORM COMPUTE-AVAILABLE-FUNDS
                               MOVE OVERDRAFT-LIMIT TO DSP-OD-LIMIT
                               MOVE OD-AVAILABLE TO DSP-OD-AVAILABLE
                               DISPLAY "OVERDRAFT LIMIT : ",
                                   DSP-OD-LIMIT
                               DISPLAY "AVAILABLE : ", DSP-OD-AVAILABLE
                           END-IF
                       END-IF
               END-READ
             CLOSE ACCOUNT-FILE.
                       STMT-DSP-AMOUNT
               END-PERFORM
           END-IF.
           MOVE ACC-NUM-INPUT TO ACC-NO.
           OPEN INPUT ACCOUNT-FILE
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BALANCE TO DSP-BALANCE
                       DISPLAY "CURRENT BALANCE:      " DSP-BALANCE
               END-READ
             CLOSE ACCOUNT-FILE.
           PERFORM READ-CUTOVER-MARKER.
           IF WS-CUTOVER-FOUND = 'Y'
               DISPLAY "Transactions before " WS-CUTOVER-DATE
           ACCEPT CURRENT-PIN-INPUT.
           DISPLAY "Enter new PIN: ".
           ACCEPT NEW-PIN-INPUT.
           MOVE WS-CARD-NO-INPUT TO CARD-NO.
           OPEN I-O CARD-FILE
               READ CARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ISLOGGEDIN = 'Y'
                               AND CURRENT-PIN-INPUT = CARD-PIN
                               AND CARD-ACTIVE
                               AND NEW-PIN-INPUT IS NUMERIC
                           MOVE NEW-PIN-INPUT TO CARD-PIN
                           REWRITE CARD-RECORD
                           MOVE 'Y' TO PIN-CHANGE-STATUS
                       END-IF
               END-READ
             CLOSE CARD-FILE.

           IF PIN-CHANGE-STATUS = 'Y'
               MOVE NEW-PIN-INPUT TO PIN-INPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM COMPUTE-AVAILABLE-FUNDS
                       IF ISLOGGEDIN = 'Y'
                               AND NOT ACC-LOCKED
                               AND FINE-AMOUNT-INPUT > 0
                               AND OD-AVAILABLE >= FINE-AMOUNT-INPUT
                           SUBTRACT FINE-AMOUNT-INPUT FROM BALANCE
                           REWRITE ACCOUNT-RECORD
                           MOVE 'Y' TO FINE-PAY-STATUS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM COMPUTE-AVAILABLE-FUNDS
                       IF ISLOGGEDIN = 'Y'
                               AND NOT ACC-LOCKED
                               AND WS-DISPENSE-OK = 'Y'
                               AND OD-AVAILABLE >= AMOUNT-INPUT
                               AND WS-PROJECTED-WITHDRAWAL
                                   <= DAILY-LIMIT
                           SUBTRACT AMOUNT-INPUT FROM BALANCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ISLOGGEDIN = 'Y'
                               AND NOT ACC-LOCKED
                               AND AMOUNT-INPUT > 0
                           ADD AMOUNT-INPUT TO BALANCE
           DISPLAY "---TRANSFER---".
           MOVE 'N' TO TRANSFER-STATUS-1.
           MOVE 'N' TO TRANSFER-STATUS-2.
           MOVE SPACES TO CLR-BANK-INPUT.
           DISPLAY "Enter bank code (blank for this bank): ".
           ACCEPT CLR-BANK-INPUT.
           IF CLR-BANK-INPUT NOT = SPACES
                   AND CLR-BANK-INPUT NOT = CLR-OWN-BANK
               PERFORM TRANSFER-INTERBANK
               DISPLAY "-----------------------"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter account no. to transfer to: ".
           ACCEPT ACC-NUM-TO-TRANSFER-INPUT.
           DISPLAY "Enter amount to TRANSFER: ".
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM COMPUTE-AVAILABLE-FUNDS
                       IF ISLOGGEDIN = 'Y'
                               AND NOT ACC-LOCKED
                               AND OD-AVAILABLE >= AMOUNT-INPUT
                           MOVE 'Y' TO TRANSFER-STATUS-1
                       END-IF
               END-READ
               DISPLAY "Transfer Status : Fail."
           END-IF.
           DISPLAY "-----------------------".
       TRANSFER-INTERBANK.
           DISPLAY "Enter account no. at bank " CLR-BANK-INPUT ": ".
           ACCEPT ACC-NUM-TO-TRANSFER-INPUT.
           DISPLAY "Enter amount to TRANSFER: ".
           ACCEPT AMOUNT-INPUT.
           MOVE ACC-NUM-INPUT TO ACC-NO.
           OPEN I-O ACCOUNT-FILE
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM COMPUTE-AVAILABLE-FUNDS
                       IF ISLOGGEDIN = 'Y'
                               AND NOT ACC-LOCKED
                               AND AMOUNT-INPUT > 0
                               AND ACC-NUM-TO-TRANSFER-INPUT
                                   NOT = SPACES
                               AND OD-AVAILABLE >= AMOUNT-INPUT
                           SUBTRACT AMOUNT-INPUT FROM BALANCE
                           REWRITE ACCOUNT-RECORD
                           MOVE 'Y' TO TRANSFER-STATUS-1
                           MOVE 'Y' TO TRANSFER-STATUS-2
                       END-IF
               END-READ
             CLOSE ACCOUNT-FILE.

           IF TRANSFER-STATUS-1 = 'Y'
               MOVE 'X' TO TYPE-T-R
               PERFORM GENERATE-TRANSLOG
               PERFORM APPEND-CLEARING-ITEM
               DISPLAY "Transfer Status : Success."
               DISPLAY "The payment goes out in today's clearing"
                   " batch."
           ELSE
               DISPLAY "Transfer Status : Fail."
           END-IF.
       APPEND-CLEARING-ITEM.
           MOVE 0 TO COUNT-LINE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CLEARING-QUEUE-FILE.
           IF WS-CQ-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CLEARING-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO COUNT-LINE
               END-READ
               END-PERFORM
               CLOSE CLEARING-QUEUE-FILE
           END-IF.
           IF COUNT-LINE = 0
               OPEN OUTPUT CLEARING-QUEUE-FILE
           ELSE
               OPEN EXTEND CLEARING-QUEUE-FILE
           END-IF.
           MOVE SPACES TO CLEARING-R.
           MOVE 'D' TO CLR-REC-TYPE.
           MOVE CLR-BANK-INPUT TO CLR-DEST-BANK.
           MOVE ACC-NUM-TO-TRANSFER-INPUT TO CLR-DEST-ACC.
           MOVE CLR-OWN-BANK TO CLR-ORIG-BANK.
           MOVE ACC-NUM-INPUT TO CLR-ORIG-ACC.
           MOVE AMOUNT-INPUT TO CLR-AMOUNT.
           MOVE DATE-T-R TO CLR-DATE.
           MOVE TIME-T-R TO CLR-TIME.
           WRITE CLEARING-QUEUE-RECORD FROM CLEARING-R.
           CLOSE CLEARING-QUEUE-FILE.
       PRINT-SLIP.
           MOVE ACC-NUM-INPUT TO ACC-NO.
           OPEN INPUT ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ISLOGGEDIN = 'Y'
                           PERFORM OPEN-SLIP-FOR-APPEND
                           PERFORM WRITE-SLIP
                           CLOSE SLIP-FILE
           STRING "DATE: " WS-DAY "/" WS-MONTH "/" WS-YEAR " ",
           "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND
           INTO DATE-TIME-SLIP.
       COMPUTE-AVAILABLE-FUNDS.
           IF ACC-CURRENT
               COMPUTE OD-AVAILABLE = BALANCE + OVERDRAFT-LIMIT
           ELSE
               MOVE BALANCE TO OD-AVAILABLE
           END-IF.
       GENERATE-TRANSLOG.
             DISPLAY "Writing transaction log..."
             MOVE 0 TO COUNT-LINE.
             INTO TIME-T-R.
             MOVE AMOUNT-INPUT TO AMOUNT-T-R.
             MOVE WS-TERMINAL-ID TO TERM-T-R.
             MOVE WS-CARD-NO-INPUT TO CARD-T-R.
             IF TYPE-T-R NOT = 'V'
                 MOVE SPACES TO REASON-T-R
                 MOVE SPACES TO ORIG-TYPE-T-R
             MOVE ACC-NUM-TO-TRANSFER-INPUT TO ACC-NO-T-R.
             MOVE 'R' TO TYPE-T-R.
             MOVE WS-TERMINAL-ID TO TERM-T-R.
             MOVE SPACES TO CARD-T-R.
             MOVE SPACES TO REASON-T-R.
             MOVE SPACES TO ORIG-TYPE-T-R.
             MOVE SPACES TO ORIG-DATE-T-R.
               DISPLAY "Opening balances are as of the cutover."
           END-IF.
           MOVE 0 TO RECON-MISMATCH-COUNT.
           MOVE 0 TO RECON-CREDIT-TOTAL.
           MOVE 0 TO RECON-OVERDRAWN-TOTAL.
           MOVE 0 TO RECON-OVERDRAWN-COUNT.
           MOVE 'N' TO WS-ACC-EOF-FLAG.
           OPEN INPUT ACCOUNT-FILE
               PERFORM UNTIL WS-ACC-EOF-FLAG = 'Y'
                       MOVE OPENING-BALANCE TO DSP-RECON-OPENING
                       MOVE BALANCE TO DSP-RECON-BALANCE
                       MOVE RECON-EXPECTED TO DSP-RECON-EXPECTED
                       IF BALANCE < 0
                           ADD BALANCE TO RECON-OVERDRAWN-TOTAL
                           ADD 1 TO RECON-OVERDRAWN-COUNT
                       ELSE
                           ADD BALANCE TO RECON-CREDIT-TOTAL
                       END-IF
                       IF RECON-EXPECTED = BALANCE
                           DISPLAY "OK      " RECON-ACC-NO
                               " opening:" DSP-RECON-OPENING
               END-PERFORM
             CLOSE ACCOUNT-FILE.
           DISPLAY "Accounts out of balance: " RECON-MISMATCH-COUNT.
           COMPUTE RECON-NET-TOTAL =
               RECON-CREDIT-TOTAL + RECON-OVERDRAWN-TOTAL.
           MOVE RECON-CREDIT-TOTAL TO DSP-RECON-TOTAL.
           DISPLAY "Total credit balances:    " DSP-RECON-TOTAL.
           MOVE RECON-OVERDRAWN-TOTAL TO DSP-RECON-TOTAL.
           DISPLAY "Total overdrawn balances: " DSP-RECON-TOTAL
               " (" RECON-OVERDRAWN-COUNT " accounts)".
           MOVE RECON-NET-TOTAL TO DSP-RECON-TOTAL.
           DISPLAY "Net customer balances:    " DSP-RECON-TOTAL.
           PERFORM RC-WRITE-COMPLETE.
           DISPLAY "=== END OF REPORT ===".
       INTEREST-POSTING-RUN.
           ACCEPT WS-INTEREST-RATE.
           MOVE WS-INTEREST-RATE TO DSP-INTEREST-RATE.
           DISPLAY "Posting interest at " DSP-INTEREST-RATE " %".
           DISPLAY "Enter monthly overdraft debit rate (percent): ".
           ACCEPT WS-DEBIT-RATE.
           MOVE WS-DEBIT-RATE TO DSP-INTEREST-RATE.
           DISPLAY "Charging overdrawn balances at " DSP-INTEREST-RATE
               " %".
           MOVE 0 TO WS-INTEREST-ACC-COUNT.
           MOVE 0 TO WS-INTEREST-TOTAL.
           MOVE 0 TO WS-DEBIT-ACC-COUNT.
           MOVE 0 TO WS-DEBIT-TOTAL.
           MOVE 'N' TO WS-ACC-EOF-FLAG.
           OPEN I-O ACCOUNT-FILE
               PERFORM UNTIL WS-ACC-EOF-FLAG = 'Y'
                   AT END
                       MOVE 'Y' TO WS-ACC-EOF-FLAG
                   NOT AT END
                       MOVE 0 TO WS-INTEREST-AMOUNT
                       IF BALANCE > 0
                           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                               BALANCE * WS-INTEREST-RATE / 100
                       END-IF
                       IF BALANCE < 0
                           PERFORM CHARGE-DEBIT-INTEREST
                       END-IF
                       IF WS-INTEREST-AMOUNT > 0
                           ADD WS-INTEREST-AMOUNT TO BALANCE
                           REWRITE ACCOUNT-RECORD
           MOVE WS-INTEREST-TOTAL TO DSP-INTEREST-TOTAL.
           DISPLAY "Accounts credited: " WS-INTEREST-ACC-COUNT.
           DISPLAY "Total interest posted: " DSP-INTEREST-TOTAL.
           MOVE WS-DEBIT-TOTAL TO DSP-INTEREST-TOTAL.
           DISPLAY "Overdrawn accounts charged: " WS-DEBIT-ACC-COUNT.
           DISPLAY "Total debit interest charged: " DSP-INTEREST-TOTAL.
           PERFORM RC-WRITE-COMPLETE.
           DISPLAY "=== END OF INTEREST RUN ===".
       CHARGE-DEBIT-INTEREST.
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               (0 - BALANCE) * WS-DEBIT-RATE / 100.
           IF WS-INTEREST-AMOUNT > 0
               SUBTRACT WS-INTEREST-AMOUNT FROM BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE ACC-NO TO ACC-NUM-INPUT
               MOVE WS-INTEREST-AMOUNT TO AMOUNT-INPUT
               MOVE 'O' TO TYPE-T-R
               PERFORM GENERATE-TRANSLOG
               ADD 1 TO WS-DEBIT-ACC-COUNT
               ADD WS-INTEREST-AMOUNT TO WS-DEBIT-TOTAL
               MOVE WS-INTEREST-AMOUNT TO DSP-INTEREST-AMOUNT
               DISPLAY "CHARGED " ACC-NO
                   " debit interest:" DSP-INTEREST-AMOUNT
           END-IF.
           MOVE 0 TO WS-INTEREST-AMOUNT.
       EOD-ARCHIVE-RUN.
           DISPLAY "=== END-OF-DAY TRANSLOG ARCHIVE RUN ===".
           MOVE "EOD" TO RC-CHECK-MODE.
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
      *>      GL-EXTRACT 320FIND-ATM-ARCHIVE RELIES ON THIS CUTOFF
                       IF DATE-T < WS-TODAY-DATE
                           WRITE ARCHIVE-RECORD
                               FROM TRANSACTION-FILE-RECORD
           PERFORM PROMPT-TERMINAL.
           DISPLAY "Replenishing terminal " WS-TERMINAL-ID.
           PERFORM LOAD-CASSETTE.
           MOVE 0 TO REP-LOADED-VALUE.
           MOVE 1 TO REP-DENOM-INPUT.
           PERFORM UNTIL REP-DENOM-INPUT = 0
               DISPLAY "Enter note value (0 to finish): "
                           ADD REP-COUNT-INPUT
                               TO CAS-T-COUNT (CAS-IDX)
                           MOVE 'Y' TO REP-FOUND
                           COMPUTE REP-LOADED-VALUE = REP-LOADED-VALUE
                               + REP-DENOM-INPUT * REP-COUNT-INPUT
                       END-IF
                   END-PERFORM
                   IF REP-FOUND = 'N'
                               CAS-T-COUNT (CAS-TABLE-COUNT)
                           MOVE 0 TO
                               CAS-T-DISPENSE (CAS-TABLE-COUNT)
                           COMPUTE REP-LOADED-VALUE = REP-LOADED-VALUE
                               + REP-DENOM-INPUT * REP-COUNT-INPUT
                       ELSE
                           DISPLAY "Cassette already holds 10"
                               " denominations."
           END-PERFORM.
           PERFORM SORT-CASSETTE-DESC.
           PERFORM REWRITE-CASSETTE.
           IF REP-LOADED-VALUE > 0
               MOVE SPACES TO ACC-NUM-INPUT
               MOVE SPACES TO WS-CARD-NO-INPUT
               MOVE REP-LOADED-VALUE TO AMOUNT-INPUT
               MOVE 'L' TO TYPE-T-R
               PERFORM GENERATE-TRANSLOG
           END-IF.
           DISPLAY "Cassette contents now:".
           PERFORM VARYING CAS-IDX FROM 1 BY 1
                   UNTIL CAS-IDX > CAS-TABLE-COUNT
           END-IF.
       SUPERVISOR-UNLOCK.
           DISPLAY "=== SUPERVISOR ACCOUNT UNLOCK ===".
           MOVE SPACES TO WS-CARD-NO-INPUT.
           DISPLAY "Enter card number to unlock (blank for an"
               " account): ".
           ACCEPT WS-CARD-NO-INPUT.
           IF WS-CARD-NO-INPUT NOT = SPACES
               PERFORM SUPERVISOR-UNLOCK-CARD
               DISPLAY "=== END OF UNLOCK ==="
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter account number to unlock: ".
           ACCEPT ACC-NUM-INPUT.
           MOVE 'N' TO UNLOCK-STATUS.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACC-DORMANT
                           MOVE 'D' TO UNLOCK-STATUS
                       ELSE
                           MOVE "ACTIVE" TO ACC-STATUS
                           MOVE 0 TO PIN-FAIL-COUNT
                           REWRITE ACCOUNT-RECORD
                           MOVE 'Y' TO UNLOCK-STATUS
                       END-IF
               END-READ
             CLOSE ACCOUNT-FILE.
           IF UNLOCK-STATUS = 'D'
               DISPLAY "Account is dormant; reactivate it through"
                   " ADMIN."
           ELSE
           IF UNLOCK-STATUS = 'Y'
               MOVE 0 TO AMOUNT-INPUT
               MOVE 'U' TO TYPE-T-R
               DISPLAY "Account " ACC-NUM-INPUT " unlocked."
           ELSE
               DISPLAY "Account not found."
           END-IF
           END-IF.
           DISPLAY "=== END OF UNLOCK ===".
       SUPERVISOR-UNLOCK-CARD.
           MOVE 'N' TO UNLOCK-STATUS.
           MOVE WS-CARD-NO-INPUT TO CARD-NO.
           OPEN I-O CARD-FILE
               READ CARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CARD-LOCKED
                           MOVE "ACTIVE" TO CARD-STATUS
                           MOVE 0 TO CARD-PIN-FAILS
                           MOVE SPACES TO CARD-BLOCK-DATE
                           REWRITE CARD-RECORD
                           MOVE CARD-ACC-NO TO ACC-NUM-INPUT
                           MOVE 'Y' TO UNLOCK-STATUS
                       ELSE
                           MOVE 'X' TO UNLOCK-STATUS
                           MOVE CARD-STATUS TO CRD-OLD-STATUS
                       END-IF
               END-READ
             CLOSE CARD-FILE.
           EVALUATE UNLOCK-STATUS
               WHEN 'Y'
                   MOVE 0 TO AMOUNT-INPUT
                   MOVE 'U' TO TYPE-T-R
                   PERFORM GENERATE-TRANSLOG
                   DISPLAY "Card " WS-CARD-NO-INPUT " unlocked."
               WHEN 'X'
                   DISPLAY "Card status is " CRD-OLD-STATUS
                       "; only LOCKED cards can be unlocked."
               WHEN OTHER
                   DISPLAY "Card not found."
           END-EVALUATE.
       SUPERVISOR-REVIEW-HOLD.
           DISPLAY "=== SUPERVISOR REVIEW HOLD ===".
           DISPLAY "Enter account number to place on review: ".
           ACCEPT ACC-NUM-INPUT.
           MOVE 'N' TO HOLD-STATUS.
           MOVE SPACES TO HOLD-PRIOR-STATUS.
           MOVE ACC-NUM-INPUT TO ACC-NO.
           OPEN I-O ACCOUNT-FILE
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACC-STATUS TO HOLD-PRIOR-STATUS
                       IF ACC-CLOSED OR ACC-REVIEW OR ACC-DORMANT
                           MOVE 'X' TO HOLD-STATUS
                       ELSE
                           MOVE "REVIEW" TO ACC-STATUS
                           REWRITE ACCOUNT-RECORD
                           MOVE 'Y' TO HOLD-STATUS
                       END-IF
               END-READ
             CLOSE ACCOUNT-FILE.
           EVALUATE HOLD-STATUS
               WHEN 'Y'
                   MOVE 0 TO AMOUNT-INPUT
                   MOVE SPACES TO WS-TERMINAL-ID
                   MOVE 'H' TO TYPE-T-R
                   PERFORM GENERATE-TRANSLOG
                   DISPLAY "Account " ACC-NUM-INPUT
                       " placed on REVIEW; logins are refused."
                   DISPLAY "Release it with the UNLOCK run once"
                       " cleared."
               WHEN 'X'
                   DISPLAY "Account status is " HOLD-PRIOR-STATUS
                       "; no change made."
               WHEN OTHER
                   DISPLAY "Account not found."
           END-EVALUATE.
           DISPLAY "=== END OF REVIEW HOLD ===".
       STANDING-ORDER-RUN.
           DISPLAY "=== STANDING ORDER BATCH RUN ===".
           MOVE "SOBATCH" TO RC-CHECK-MODE.
               DISPLAY "=== END OF STANDING ORDER RUN ==="
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           STRING WS-YEAR, WS-MONTH, WS-DAY
               INTO WS-TODAY-DATE.
           IF SO-OVERFLOW-COUNT > 0
               DISPLAY "Standing order file exceeds 100 entries."
               DISPLAY "Run aborted; no orders were changed."
               MOVE 8 TO RETURN-CODE
               DISPLAY "=== END OF STANDING ORDER RUN ==="
               EXIT PARAGRAPH
           END-IF.
           PERFORM RC-WRITE-START.
           IF SO-TABLE-COUNT = 0
               DISPLAY "No standing orders on file."
           ELSE
                   END-IF
               END-PERFORM
               PERFORM REWRITE-STANDING-ORDERS
           END-IF.
           DISPLAY "Executed: " SO-EXECUTED-COUNT.
           DISPLAY "Skipped:  " SO-SKIPPED-COUNT.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM COMPUTE-AVAILABLE-FUNDS
                       IF OD-AVAILABLE >= SO-T-AMOUNT (SO-IDX)
                               AND NOT ACC-LOCKED
                           MOVE 'Y' TO TRANSFER-STATUS-1
                       END-IF
                               WHEN 'F'
                                   SUBTRACT AMOUNT-T
                                       FROM RECON-NET-MOVEMENT
                               WHEN 'O'
                                   SUBTRACT AMOUNT-T
                                       FROM RECON-NET-MOVEMENT
                               WHEN 'X'
                                   SUBTRACT AMOUNT-T
                                       FROM RECON-NET-MOVEMENT
                               WHEN 'B'
                                   ADD AMOUNT-T TO RECON-NET-MOVEMENT
                               WHEN 'V'
                                   EVALUATE ORIG-TYPE-T
                                       WHEN 'W'
                                       WHEN 'F'
                                           ADD AMOUNT-T
                                               TO RECON-NET-MOVEMENT
                                       WHEN 'O'
                                           ADD AMOUNT-T
                                               TO RECON-NET-MOVEMENT
                                       WHEN 'X'
                                           ADD AMOUNT-T
                                               TO RECON-NET-MOVEMENT
                                       WHEN OTHER
                                           SUBTRACT AMOUNT-T
                                               FROM RECON-NET-MOVEMENT
                   NOT INVALID KEY
                       MOVE 'Y' TO AS-ACC-FOUND
                       MOVE BALANCE TO AS-RUNNING
                       MOVE ACC-TYPE TO OD-STMT-TYPE
                       MOVE OVERDRAFT-LIMIT TO OD-STMT-LIMIT
               END-READ
             CLOSE ACCOUNT-FILE.
           IF AS-ACC-FOUND = 'N'
                   SUBTRACT AS-WORK-AMOUNT FROM AS-NET-SINCE
               WHEN 'F'
                   SUBTRACT AS-WORK-AMOUNT FROM AS-NET-SINCE
               WHEN 'O'
                   SUBTRACT AS-WORK-AMOUNT FROM AS-NET-SINCE
               WHEN 'X'
                   SUBTRACT AS-WORK-AMOUNT FROM AS-NET-SINCE
               WHEN 'B'
                   ADD AS-WORK-AMOUNT TO AS-NET-SINCE
               WHEN 'V'
                   EVALUATE AS-WORK-ORIG
                       WHEN 'W'
                           ADD AS-WORK-AMOUNT TO AS-NET-SINCE
                       WHEN 'F'
                           ADD AS-WORK-AMOUNT TO AS-NET-SINCE
                       WHEN 'O'
                           ADD AS-WORK-AMOUNT TO AS-NET-SINCE
                       WHEN 'X'
                           ADD AS-WORK-AMOUNT TO AS-NET-SINCE
                       WHEN OTHER
                           SUBTRACT AS-WORK-AMOUNT FROM AS-NET-SINCE
                   END-EVALUATE
               "   MONTH: " AS-MONTH-INPUT
               DELIMITED BY SIZE INTO STMT-TEXT.
           WRITE STMT-TEXT.
           IF OD-STMT-TYPE = 'C'
               MOVE OD-STMT-LIMIT TO DSP-OD-LIMIT
               MOVE SPACES TO STMT-TEXT
               STRING "CURRENT ACCOUNT   OVERDRAFT LIMIT: " DSP-OD-LIMIT
                   DELIMITED BY SIZE INTO STMT-TEXT
               WRITE STMT-TEXT
           ELSE
               MOVE "SAVINGS ACCOUNT" TO STMT-TEXT
               WRITE STMT-TEXT
           END-IF.
           MOVE ALL "-" TO STMT-TEXT.
           WRITE STMT-TEXT.
           MOVE AS-OPENING TO DSP-AS-BALANCE.
                       ADD AS-T-AMOUNT (AS-IDX) TO AS-RUNNING
                   WHEN 'I'
                       ADD AS-T-AMOUNT (AS-IDX) TO AS-RUNNING
                   WHEN 'B'
                       ADD AS-T-AMOUNT (AS-IDX) TO AS-RUNNING
                   WHEN 'V'
                       EVALUATE AS-T-ORIG (AS-IDX)
                           WHEN 'W'
                               ADD AS-T-AMOUNT (AS-IDX) TO AS-RUNNING
                           WHEN 'F'
                               ADD AS-T-AMOUNT (AS-IDX) TO AS-RUNNING
                           WHEN 'O'
                               ADD AS-T-AMOUNT (AS-IDX) TO AS-RUNNING
                           WHEN 'X'
                               ADD AS-T-AMOUNT (AS-IDX) TO AS-RUNNING
                           WHEN OTHER
                               SUBTRACT AS-T-AMOUNT (AS-IDX)
                                   FROM AS-RUNNING
       ACCOUNT-ADMIN-MENU.
           DISPLAY "=== ACCOUNT ADMINISTRATION ===".
           MOVE 0 TO ADM-CHOICE.
           PERFORM UNTIL ADM-CHOICE = 8
               DISPLAY "[1] Open new account"
               DISPLAY "[2] Amend name / limits / account type"
               DISPLAY "[3] Close account"
               DISPLAY "[4] Reactivate dormant account"
               DISPLAY "[5] Issue card"
               DISPLAY "[6] Replace card"
               DISPLAY "[7] Hot-list lost / stolen card"
               DISPLAY "[8] Exit"
               DISPLAY "Enter choice: "
               ACCEPT ADM-CHOICE
               EVALUATE ADM-CHOICE
                   WHEN 1 PERFORM ADMIN-OPEN-ACCOUNT
                   WHEN 2 PERFORM ADMIN-AMEND-ACCOUNT
                   WHEN 3 PERFORM ADMIN-CLOSE-ACCOUNT
                   WHEN 4 PERFORM ADMIN-REACTIVATE-ACCOUNT
                   WHEN 5 PERFORM ADMIN-ISSUE-CARD
                   WHEN 6 PERFORM ADMIN-REPLACE-CARD
                   WHEN 7 PERFORM ADMIN-HOTLIST-CARD
                   WHEN 8 DISPLAY "Leaving administration."
                   WHEN OTHER DISPLAY "Please select 1-8"
               END-EVALUATE
           END-PERFORM.
           DISPLAY "=== END OF ADMINISTRATION ===".
           MOVE SPACES TO ADM-NAME-INPUT.
           MOVE 0 TO ADM-DEPOSIT-INPUT.
           MOVE 0 TO ADM-LIMIT-INPUT.
           MOVE SPACES TO ADM-TYPE-INPUT.
           MOVE 0 TO ADM-OD-INPUT.
           DISPLAY "Enter account number: ".
           ACCEPT ADM-ACC-INPUT.
           DISPLAY "Enter initial PIN (4 digits): ".
           ACCEPT ADM-DEPOSIT-INPUT.
           DISPLAY "Enter daily withdrawal limit: ".
           ACCEPT ADM-LIMIT-INPUT.
           DISPLAY "Enter account type (S=savings, C=current): ".
           ACCEPT ADM-TYPE-INPUT.
           IF ADM-TYPE-INPUT = 'C'
               DISPLAY "Enter agreed overdraft limit: "
               ACCEPT ADM-OD-INPUT
           END-IF.
           MOVE 'Y' TO ADM-OK.
           IF ADM-ACC-INPUT = SPACES
               MOVE 'N' TO ADM-OK
               MOVE 'N' TO ADM-OK
               DISPLAY "Rejected: daily limit must be above zero."
           END-IF.
           IF ADM-TYPE-INPUT NOT = 'S' AND ADM-TYPE-INPUT NOT = 'C'
               MOVE 'N' TO ADM-OK
               DISPLAY "Rejected: account type must be S or C."
           END-IF.
           IF ADM-OK = 'N'
               DISPLAY "Account not opened."
               EXIT PARAGRAPH
           MOVE ADM-LIMIT-INPUT TO DAILY-LIMIT.
           MOVE "ACTIVE" TO ACC-STATUS.
           MOVE 0 TO PIN-FAIL-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           MOVE SPACES TO ACC-OPEN-DATE.
           STRING WS-YEAR, WS-MONTH, WS-DAY INTO ACC-OPEN-DATE.
           MOVE ADM-TYPE-INPUT TO ACC-TYPE.
           MOVE ADM-OD-INPUT TO OVERDRAFT-LIMIT.
           MOVE SPACES TO ACC-REACT-BY.
           MOVE SPACES TO ACC-REACT-DATE.
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'N' TO ADM-OK
           MOVE ADM-DEPOSIT-INPUT TO DSP-ADM-AMOUNT.
           DISPLAY "Account " ADM-ACC-INPUT " opened with deposit "
               DSP-ADM-AMOUNT.
           DISPLAY "Issue a card (option 5) before the account can be"
               " used at the ATM.".
       ADMIN-AMEND-ACCOUNT.
           DISPLAY "---AMEND ACCOUNT---".
           DISPLAY "Enter account number: ".
           MOVE 'N' TO ADM-FOUND.
           MOVE SPACES TO ADM-NAME-INPUT.
           MOVE 0 TO ADM-LIMIT-INPUT.
           MOVE SPACES TO ADM-TYPE-INPUT.
           MOVE 0 TO ADM-OD-INPUT.
           MOVE 'Y' TO ADM-OK.
           MOVE ADM-ACC-INPUT TO ACC-NO.
           OPEN I-O ACCOUNT-FILE
               READ ACCOUNT-FILE
                       IF ADM-LIMIT-INPUT > 0
                           MOVE ADM-LIMIT-INPUT TO DAILY-LIMIT
                       END-IF
                       PERFORM ADMIN-AMEND-OVERDRAFT
                       IF ADM-OK = 'Y'
                           REWRITE ACCOUNT-RECORD
                       END-IF
               END-READ
             CLOSE ACCOUNT-FILE.
           IF ADM-FOUND = 'Y' AND ADM-OK = 'Y'
               DISPLAY "Account " ADM-ACC-INPUT " amended."
           ELSE
           IF ADM-FOUND = 'Y'
               DISPLAY "Account " ADM-ACC-INPUT " not amended."
           ELSE
               DISPLAY "Account not found."
           END-IF
           END-IF.
       ADMIN-AMEND-OVERDRAFT.
           IF ACC-CURRENT
               MOVE OVERDRAFT-LIMIT TO DSP-ADM-AMOUNT
               DISPLAY "Current type:  CURRENT, overdraft limit "
                   DSP-ADM-AMOUNT
           ELSE
               DISPLAY "Current type:  SAVINGS"
           END-IF.
           DISPLAY "Enter new type S/C (blank to keep): ".
           ACCEPT ADM-TYPE-INPUT.
           IF ADM-TYPE-INPUT = SPACES
               MOVE ACC-TYPE TO ADM-TYPE-INPUT
           END-IF.
           IF ADM-TYPE-INPUT NOT = 'S' AND ADM-TYPE-INPUT NOT = 'C'
               MOVE 'N' TO ADM-OK
               DISPLAY "Rejected: account type must be S or C."
               EXIT PARAGRAPH
           END-IF.
           IF ADM-TYPE-INPUT = 'S'
               MOVE 0 TO ADM-OD-INPUT
           ELSE
               DISPLAY "Enter overdraft limit: "
               ACCEPT ADM-OD-INPUT
           END-IF.
           IF BALANCE + ADM-OD-INPUT < 0
               MOVE 'N' TO ADM-OK
               MOVE BALANCE TO DSP-ADM-AMOUNT
               DISPLAY "Rejected: balance is " DSP-ADM-AMOUNT
                   "; the overdraft limit must cover it."
               EXIT PARAGRAPH
           END-IF.
           MOVE ADM-TYPE-INPUT TO ACC-TYPE.
           MOVE ADM-OD-INPUT TO OVERDRAFT-LIMIT.
       ADMIN-CLOSE-ACCOUNT.
           DISPLAY "---CLOSE ACCOUNT---".
           DISPLAY "Enter account number: ".
               PERFORM GENERATE-TRANSLOG
               DISPLAY "Account " ADM-ACC-INPUT " closed."
           END-IF.
       ADMIN-REACTIVATE-ACCOUNT.
           DISPLAY "---REACTIVATE DORMANT ACCOUNT---".
           MOVE SPACES TO REACT-ACC-INPUT.
           MOVE SPACES TO REACT-OFFICER-INPUT.
           DISPLAY "Enter account number: ".
           ACCEPT REACT-ACC-INPUT.
           DISPLAY "Enter your officer ID: ".
           ACCEPT REACT-OFFICER-INPUT.
           IF REACT-OFFICER-INPUT = SPACES
               DISPLAY "Rejected: officer ID is required."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO REACT-STATUS.
           MOVE REACT-ACC-INPUT TO ACC-NO.
           OPEN I-O ACCOUNT-FILE
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACC-DORMANT
                           MOVE "ACTIVE" TO ACC-STATUS
                           MOVE 0 TO PIN-FAIL-COUNT
                           MOVE REACT-OFFICER-INPUT TO ACC-REACT-BY
                           MOVE FUNCTION CURRENT-DATE TO CURR-DT
                           MOVE SPACES TO ACC-REACT-DATE
                           STRING WS-YEAR, WS-MONTH, WS-DAY
                               INTO ACC-REACT-DATE
                           REWRITE ACCOUNT-RECORD
                           MOVE 'Y' TO REACT-STATUS
                       ELSE
                           MOVE 'X' TO REACT-STATUS
                           DISPLAY "Account status is " ACC-STATUS
                               "; only DORMANT accounts can be"
                               " reactivated."
                       END-IF
               END-READ
             CLOSE ACCOUNT-FILE.
           IF REACT-STATUS = 'N'
               DISPLAY "Account not found."
           END-IF.
           IF REACT-STATUS = 'Y'
               MOVE REACT-ACC-INPUT TO ACC-NUM-INPUT
               MOVE 0 TO AMOUNT-INPUT
               MOVE SPACES TO WS-TERMINAL-ID
               MOVE 'A' TO TYPE-T-R
               PERFORM GENERATE-TRANSLOG
               DISPLAY "Account " REACT-ACC-INPUT " reactivated by "
                   REACT-OFFICER-INPUT " on " ACC-REACT-DATE "."
           END-IF.
       ADMIN-ISSUE-CARD.
           DISPLAY "---ISSUE CARD---".
           MOVE SPACES TO CRD-ACC-INPUT.
           MOVE SPACES TO CRD-NEW-CARD-INPUT.
           MOVE SPACES TO CRD-PIN-INPUT.
           MOVE SPACES TO CRD-EXPIRY-INPUT.
           DISPLAY "Enter account number: ".
           ACCEPT CRD-ACC-INPUT.
           DISPLAY "Enter card number (16 digits): ".
           ACCEPT CRD-NEW-CARD-INPUT.
           DISPLAY "Enter card PIN (4 digits): ".
           ACCEPT CRD-PIN-INPUT.
           DISPLAY "Enter expiry (YYYYMM): ".
           ACCEPT CRD-EXPIRY-INPUT.
           PERFORM CRD-VALIDATE-NEW-CARD.
           IF CRD-OK = 'N'
               DISPLAY "Card not issued."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CARD-REPLACES.
           PERFORM CRD-WRITE-NEW-CARD.
           IF CRD-OK = 'Y'
               DISPLAY "Card " CRD-NEW-CARD-INPUT " issued on account "
                   CRD-ACC-INPUT "."
           END-IF.
       ADMIN-REPLACE-CARD.
           DISPLAY "---REPLACE CARD---".
           MOVE SPACES TO CRD-CARD-INPUT.
           MOVE SPACES TO CRD-NEW-CARD-INPUT.
           MOVE SPACES TO CRD-PIN-INPUT.
           MOVE SPACES TO CRD-EXPIRY-INPUT.
           DISPLAY "Enter card number being replaced: ".
           ACCEPT CRD-CARD-INPUT.
           MOVE 'N' TO CRD-FOUND.
           MOVE CRD-CARD-INPUT TO CARD-NO.
           OPEN INPUT CARD-FILE
               READ CARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO CRD-FOUND
                       MOVE CARD-ACC-NO TO CRD-ACC-INPUT
                       MOVE CARD-STATUS TO CRD-OLD-STATUS
               END-READ
             CLOSE CARD-FILE.
           IF CRD-FOUND = 'N'
               DISPLAY "Card not found."
               EXIT PARAGRAPH
           END-IF.
           IF CRD-OLD-STATUS = "REPLACED"
               DISPLAY "Card has already been replaced."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter new card number (16 digits): ".
           ACCEPT CRD-NEW-CARD-INPUT.
           DISPLAY "Enter new card PIN (4 digits): ".
           ACCEPT CRD-PIN-INPUT.
           DISPLAY "Enter expiry (YYYYMM): ".
           ACCEPT CRD-EXPIRY-INPUT.
           PERFORM CRD-VALIDATE-NEW-CARD.
           IF CRD-OK = 'N'
               DISPLAY "Replacement card not issued."
               EXIT PARAGRAPH
           END-IF.
           MOVE CRD-CARD-INPUT TO CARD-REPLACES.
           PERFORM CRD-WRITE-NEW-CARD.
           IF CRD-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE CRD-CARD-INPUT TO CARD-NO.
           OPEN I-O CARD-FILE
               READ CARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CARD-LOST AND NOT CARD-STOLEN
                           MOVE "REPLACED" TO CARD-STATUS
                           MOVE WS-TODAY-DATE TO CARD-BLOCK-DATE
                           REWRITE CARD-RECORD
                       END-IF
               END-READ
             CLOSE CARD-FILE.
           DISPLAY "Card " CRD-CARD-INPUT " replaced by "
               CRD-NEW-CARD-INPUT " on account " CRD-ACC-INPUT ".".
       ADMIN-HOTLIST-CARD.
           DISPLAY "---HOT-LIST CARD---".
           MOVE SPACES TO CRD-CARD-INPUT.
           MOVE SPACES TO CRD-REASON-INPUT.
           DISPLAY "Enter card number: ".
           ACCEPT CRD-CARD-INPUT.
           DISPLAY "Reason (L=lost, S=stolen): ".
           ACCEPT CRD-REASON-INPUT.
           IF CRD-REASON-INPUT NOT = 'L' AND CRD-REASON-INPUT NOT = 'S'
               DISPLAY "Rejected: reason must be L or S."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-YEAR, WS-MONTH, WS-DAY INTO WS-TODAY-DATE.
           MOVE 'N' TO CRD-FOUND.
           MOVE CRD-CARD-INPUT TO CARD-NO.
           OPEN I-O CARD-FILE
               READ CARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO CRD-FOUND
                       IF CRD-REASON-INPUT = 'L'
                           MOVE "LOST" TO CARD-STATUS
                       ELSE
                           MOVE "STOLEN" TO CARD-STATUS
                       END-IF
                       MOVE WS-TODAY-DATE TO CARD-BLOCK-DATE
                       REWRITE CARD-RECORD
                       MOVE CARD-STATUS TO CRD-OLD-STATUS
                       MOVE CARD-ACC-NO TO CRD-OLD-ACC-NO
               END-READ
             CLOSE CARD-FILE.
           IF CRD-FOUND = 'Y'
               DISPLAY "Card " CRD-CARD-INPUT " hot-listed as "
                   CRD-OLD-STATUS "."
               DISPLAY "Account " CRD-OLD-ACC-NO " stays open for its"
                   " other cards."
           ELSE
               DISPLAY "Card not found."
           END-IF.
       CRD-VALIDATE-NEW-CARD.
           MOVE 'Y' TO CRD-OK.
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-YEAR, WS-MONTH, WS-DAY INTO WS-TODAY-DATE.
           MOVE SPACES TO CARD-CUR-MONTH.
           STRING WS-YEAR, WS-MONTH INTO CARD-CUR-MONTH.
           IF CRD-NEW-CARD-INPUT NOT NUMERIC
               MOVE 'N' TO CRD-OK
               DISPLAY "Rejected: card number must be 16 digits."
           END-IF.
           IF CRD-PIN-INPUT NOT NUMERIC
               MOVE 'N' TO CRD-OK
               DISPLAY "Rejected: PIN must be 4 digits."
           END-IF.
           IF CRD-EXPIRY-INPUT NOT NUMERIC
                   OR CRD-EXPIRY-INPUT < CARD-CUR-MONTH
                   OR CRD-EXPIRY-INPUT (5:2) < "01"
                   OR CRD-EXPIRY-INPUT (5:2) > "12"
               MOVE 'N' TO CRD-OK
               DISPLAY "Rejected: expiry must be a future YYYYMM."
           END-IF.
           IF CRD-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE CRD-ACC-INPUT TO ACC-NO.
           MOVE 'N' TO CRD-FOUND.
           OPEN INPUT ACCOUNT-FILE
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO CRD-FOUND
               END-READ
             CLOSE ACCOUNT-FILE.
           IF CRD-FOUND = 'N'
               MOVE 'N' TO CRD-OK
               DISPLAY "Rejected: account not found."
           ELSE
           IF ACC-CLOSED
               MOVE 'N' TO CRD-OK
               DISPLAY "Rejected: account is closed."
           END-IF
           END-IF.
       CRD-WRITE-NEW-CARD.
           OPEN I-O CARD-FILE.
           IF WS-CARD-STATUS = "35"
               OPEN OUTPUT CARD-FILE
           END-IF.
           MOVE CRD-NEW-CARD-INPUT TO CARD-NO.
           MOVE CRD-ACC-INPUT TO CARD-ACC-NO.
           MOVE CRD-PIN-INPUT TO CARD-PIN.
           MOVE CRD-EXPIRY-INPUT TO CARD-EXPIRY.
           MOVE "ACTIVE" TO CARD-STATUS.
           MOVE 0 TO CARD-PIN-FAILS.
           MOVE WS-TODAY-DATE TO CARD-ISSUE-DATE.
           MOVE SPACES TO CARD-BLOCK-DATE.
           WRITE CARD-RECORD
               INVALID KEY
                   MOVE 'N' TO CRD-OK
                   DISPLAY "Rejected: card number already on file."
           END-WRITE.
           CLOSE CARD-FILE.
       SUPERVISOR-REVERSAL.
           DISPLAY "=== SUPERVISOR TRANSACTION REVERSAL ===".
           DISPLAY "Enter account number: ".
           END-IF.
           MOVE RV-AMOUNT TO DSP-RV-AMOUNT.
           DISPLAY "Reversing type " RV-TYPE " amount " DSP-RV-AMOUNT.
           IF RV-TYPE = 'X'
               PERFORM RV-LOAD-CLEARING-QUEUE
               IF RV-CQ-OVERFLOW = 'Y'
                   DISPLAY "Clearing queue exceeds 500 items;"
                       " reversal refused."
                   DISPLAY "=== END OF REVERSAL ==="
                   EXIT PARAGRAPH
               END-IF
               IF RV-CQ-FOUND = 'N'
                   DISPLAY "Reversal refused: the payment has already"
                       " been sent; handle it as a clearing return."
                   DISPLAY "=== END OF REVERSAL ==="
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM RV-RESTORE-BALANCE.
           IF RV-OK = 'N'
               DISPLAY "Reversal refused: account missing or balance"
                   " cannot cover the correction."
               DISPLAY "=== END OF REVERSAL ==="
               EXIT PARAGRAPH
           END-IF.
           IF RV-TYPE = 'X'
               PERFORM RV-DROP-CLEARING-ITEM
           END-IF.
           MOVE RV-ACC-INPUT TO ACC-NUM-INPUT.
           MOVE RV-AMOUNT TO AMOUNT-INPUT.
           MOVE 'V' TO TYPE-T-R.
               END-READ
               END-PERFORM
             CLOSE TRANSACTION-FILE.
       RV-LOAD-CLEARING-QUEUE.
           MOVE 'N' TO RV-CQ-FOUND.
           MOVE 'N' TO RV-CQ-OVERFLOW.
           MOVE 0 TO RV-CQ-COUNT.
           MOVE 0 TO RV-CQ-MATCH.
           MOVE 'N' TO CLR-EOF.
           OPEN INPUT CLEARING-QUEUE-FILE.
           IF WS-CQ-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CLR-EOF = 'Y'
           READ CLEARING-QUEUE-FILE INTO CLEARING-R
               AT END
                   MOVE 'Y' TO CLR-EOF
               NOT AT END
                   IF RV-CQ-COUNT < 500
                       ADD 1 TO RV-CQ-COUNT
                       MOVE CLEARING-R TO RV-CQ-ENTRY (RV-CQ-COUNT)
                       IF CLR-REC-TYPE = 'D'
                               AND CLR-ORIG-ACC = RV-ACC-INPUT
                               AND CLR-DATE = RV-DATE-INPUT
                               AND CLR-TIME = RV-TIME-INPUT
                               AND CLR-AMOUNT = RV-AMOUNT
                               AND RV-CQ-FOUND = 'N'
                           MOVE 'Y' TO RV-CQ-FOUND
                           MOVE RV-CQ-COUNT TO RV-CQ-MATCH
                       END-IF
                   ELSE
                       MOVE 'Y' TO RV-CQ-OVERFLOW
                   END-IF
           END-READ
           END-PERFORM.
           CLOSE CLEARING-QUEUE-FILE.
       RV-DROP-CLEARING-ITEM.
           OPEN OUTPUT CLEARING-QUEUE-FILE.
           PERFORM VARYING RV-CQ-IDX FROM 1 BY 1
                   UNTIL RV-CQ-IDX > RV-CQ-COUNT
               IF RV-CQ-IDX NOT = RV-CQ-MATCH
                   WRITE CLEARING-QUEUE-RECORD
                       FROM RV-CQ-ENTRY (RV-CQ-IDX)
               END-IF
           END-PERFORM.
           CLOSE CLEARING-QUEUE-FILE.
           DISPLAY "Item withdrawn from today's clearing queue.".
       RV-RESTORE-BALANCE.
           MOVE 'N' TO RV-OK.
           MOVE RV-ACC-INPUT TO ACC-NO.
                           WHEN 'F'
                               ADD RV-AMOUNT TO BALANCE
                               MOVE 'Y' TO RV-OK
                           WHEN 'O'
                               ADD RV-AMOUNT TO BALANCE
                               MOVE 'Y' TO RV-OK
                           WHEN 'X'
                               ADD RV-AMOUNT TO BALANCE
                               MOVE 'Y' TO RV-OK
                           WHEN OTHER
                               IF BALANCE >= RV-AMOUNT
                                   SUBTRACT RV-AMOUNT FROM BALANCE
           ELSE
               DISPLAY "Notes returned to the cassette."
           END-IF.
       FRAUD-SCAN-RUN.
           DISPLAY "=== SUSPICIOUS ACTIVITY SCAN ===".
           MOVE "FRAUDSCAN" TO RC-CHECK-MODE.
           PERFORM RC-SET-TODAY-PERIOD.
           PERFORM RC-CHECK-RUN.
           IF RC-DUP-COMPLETE = 'Y'
               DISPLAY "NOTE: a scan already completed today; the"
                   " report will be rewritten."
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           STRING WS-YEAR, WS-MONTH, WS-DAY
               INTO WS-TODAY-DATE.
           MOVE 0 TO FS-TABLE-COUNT.
           MOVE 0 TO FS-OVERFLOW-COUNT.
           MOVE 0 TO FS-EXCEPTION-COUNT.
           MOVE 0 TO FS-FLAG-COUNT.
           PERFORM FS-LOAD-ARCHIVE.
           PERFORM FS-LOAD-TRANSLOG.
           IF FS-OVERFLOW-COUNT > 0
               DISPLAY "Scan window holds more than 500 movements."
               DISPLAY "Run aborted; no report was written."
               MOVE 8 TO RETURN-CODE
               DISPLAY "=== END OF SCAN ==="
               EXIT PARAGRAPH
           END-IF.
           PERFORM RC-WRITE-START.
           PERFORM FS-SORT-ENTRIES.
           MOVE SPACES TO WS-FS-RPT-FILENAME.
           STRING "fraudscan-", WS-TODAY-DATE, ".txt"
               INTO WS-FS-RPT-FILENAME.
           OPEN OUTPUT FRAUD-REPORT-FILE.
           MOVE ALL "-" TO FS-RPT-TEXT.
           WRITE FS-RPT-TEXT.
           MOVE "     *** GEMIMI BANK SUSPICIOUS ACTIVITY REPORT ***"
               TO FS-RPT-TEXT.
           WRITE FS-RPT-TEXT.
           MOVE SPACES TO FS-RPT-TEXT.
           STRING "RUN DATE: " WS-TODAY-DATE
               "   MOVEMENTS SCANNED: " FS-TABLE-COUNT
               DELIMITED BY SIZE INTO FS-RPT-TEXT.
           WRITE FS-RPT-TEXT.
           MOVE ALL "-" TO FS-RPT-TEXT.
           WRITE FS-RPT-TEXT.
           OPEN INPUT ACCOUNT-FILE.
           MOVE 1 TO FS-GROUP-START.
           PERFORM UNTIL FS-GROUP-START > FS-TABLE-COUNT
               PERFORM FS-FIND-GROUP-END
               PERFORM FS-CHECK-VELOCITY
               PERFORM FS-CHECK-TERMINAL-HOP
               PERFORM FS-CHECK-NEW-ACCOUNT
               PERFORM FS-CHECK-NEAR-LIMIT
               COMPUTE FS-GROUP-START = FS-GROUP-END + 1
           END-PERFORM.
           CLOSE ACCOUNT-FILE.
           PERFORM FS-WRITE-FLAG-SUMMARY.
           CLOSE FRAUD-REPORT-FILE.
           DISPLAY "Movements scanned: " FS-TABLE-COUNT.
           DISPLAY "Exceptions raised: " FS-EXCEPTION-COUNT.
           DISPLAY "Accounts flagged:  " FS-FLAG-COUNT.
           DISPLAY "Report written to " WS-FS-RPT-FILENAME.
           IF FS-FLAG-COUNT > 0
               DISPLAY "Use the REVIEW run to hold a flagged"
                   " account."
           END-IF.
           PERFORM RC-WRITE-COMPLETE.
           DISPLAY "=== END OF SCAN ===".
       FS-LOAD-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-FILENAME.
           STRING "translog-arch-", WS-TODAY-DATE, ".dat"
               INTO WS-ARCHIVE-FILENAME.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "35"
               DISPLAY "No EOD archive for today; scanning the"
                   " online translog only."
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ACC-NO-A TO FS-WORK-ACC
                       MOVE DATE-A TO FS-WORK-DATE
                       MOVE TIME-A TO FS-WORK-TIME
                       MOVE TYPE-A TO FS-WORK-TYPE
                       MOVE AMOUNT-A TO FS-WORK-AMOUNT
                       MOVE TERM-A TO FS-WORK-TERM
                       PERFORM FS-ADD-ENTRY
               END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
       FS-LOAD-TRANSLOG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TRANSACTION-FILE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ACC-NO-T TO FS-WORK-ACC
                       MOVE DATE-T TO FS-WORK-DATE
                       MOVE TIME-T TO FS-WORK-TIME
                       MOVE TYPE-T TO FS-WORK-TYPE
                       MOVE AMOUNT-T TO FS-WORK-AMOUNT
                       MOVE TERM-T TO FS-WORK-TERM
                       PERFORM FS-ADD-ENTRY
               END-READ
               END-PERFORM
             CLOSE TRANSACTION-FILE.
       FS-ADD-ENTRY.
           IF FS-WORK-TYPE NOT = 'W' AND FS-WORK-TYPE NOT = 'D'
                   AND FS-WORK-TYPE NOT = 'T'
                   AND FS-WORK-TYPE NOT = 'R'
                   AND FS-WORK-TYPE NOT = 'F'
                   AND FS-WORK-TYPE NOT = 'X'
                   AND FS-WORK-TYPE NOT = 'B'
               EXIT PARAGRAPH
           END-IF.
           IF FS-TABLE-COUNT >= 500
               ADD 1 TO FS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FS-TABLE-COUNT.
           MOVE FS-WORK-ACC TO FS-T-ACC-NO (FS-TABLE-COUNT).
           MOVE FS-WORK-DATE TO FS-T-DATE (FS-TABLE-COUNT).
           MOVE FS-WORK-TIME TO FS-T-TIME (FS-TABLE-COUNT).
           MOVE FS-WORK-TYPE TO FS-T-TYPE (FS-TABLE-COUNT).
           MOVE FS-WORK-AMOUNT TO FS-T-AMOUNT (FS-TABLE-COUNT).
           MOVE FS-WORK-TERM TO FS-T-TERM (FS-TABLE-COUNT).
           IF FS-WORK-TIME IS NUMERIC
               COMPUTE FS-T-SECS (FS-TABLE-COUNT) =
                   FS-WT-HH * 3600 + FS-WT-MM * 60 + FS-WT-SS
           ELSE
               MOVE 0 TO FS-T-SECS (FS-TABLE-COUNT)
           END-IF.
       FS-SORT-ENTRIES.
           PERFORM VARYING FS-IDX FROM 1 BY 1
                   UNTIL FS-IDX >= FS-TABLE-COUNT
               PERFORM VARYING FS-JDX FROM 1 BY 1
                       UNTIL FS-JDX >= FS-TABLE-COUNT
                   IF FS-T-ACC-NO (FS-JDX) > FS-T-ACC-NO (FS-JDX + 1)
                           OR (FS-T-ACC-NO (FS-JDX) =
                               FS-T-ACC-NO (FS-JDX + 1)
                               AND FS-T-DATE (FS-JDX) >
                                   FS-T-DATE (FS-JDX + 1))
                           OR (FS-T-ACC-NO (FS-JDX) =
                               FS-T-ACC-NO (FS-JDX + 1)
                               AND FS-T-DATE (FS-JDX) =
                                   FS-T-DATE (FS-JDX + 1)
                               AND FS-T-TIME (FS-JDX) >
                                   FS-T-TIME (FS-JDX + 1))
                       MOVE FS-ENTRY (FS-JDX) TO FS-SWAP-ENTRY
                       MOVE FS-ENTRY (FS-JDX + 1) TO FS-ENTRY (FS-JDX)
                       MOVE FS-SWAP-ENTRY TO FS-ENTRY (FS-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       FS-FIND-GROUP-END.
           MOVE FS-GROUP-START TO FS-GROUP-END.
           MOVE 'N' TO FS-GROUP-DONE.
           PERFORM UNTIL FS-GROUP-END >= FS-TABLE-COUNT
                   OR FS-GROUP-DONE = 'Y'
               IF FS-T-ACC-NO (FS-GROUP-END + 1) NOT =
                       FS-T-ACC-NO (FS-GROUP-START)
                   MOVE 'Y' TO FS-GROUP-DONE
               ELSE
                   ADD 1 TO FS-GROUP-END
               END-IF
           END-PERFORM.
       FS-CHECK-VELOCITY.
           MOVE 'N' TO FS-RULE-DONE.
           PERFORM VARYING FS-IDX FROM FS-GROUP-START BY 1
                   UNTIL FS-IDX > FS-GROUP-END OR FS-RULE-DONE = 'Y'
               IF FS-T-TYPE (FS-IDX) = 'W'
                   MOVE 0 TO FS-HIT-COUNT
                   PERFORM VARYING FS-JDX FROM FS-IDX BY 1
                           UNTIL FS-JDX > FS-GROUP-END
                       COMPUTE FS-GAP = FS-T-SECS (FS-JDX) -
                           FS-T-SECS (FS-IDX)
                       IF FS-T-TYPE (FS-JDX) = 'W'
                               AND FS-T-DATE (FS-JDX) =
                                   FS-T-DATE (FS-IDX)
                               AND FS-GAP <= FS-VELOCITY-MINUTES * 60
                           ADD 1 TO FS-HIT-COUNT
                           MOVE FS-JDX TO FS-HIT-LAST
                       END-IF
                   END-PERFORM
                   IF FS-HIT-COUNT >= FS-VELOCITY-COUNT
                       MOVE 'Y' TO FS-RULE-DONE
                       MOVE SPACES TO FS-RULE-TEXT
                       STRING FS-HIT-COUNT " WITHDRAWALS WITHIN "
                           FS-VELOCITY-MINUTES " MINUTES"
                           DELIMITED BY SIZE INTO FS-RULE-TEXT
                       PERFORM FS-WRITE-EXCEPTION-HEADER
                       PERFORM VARYING FS-KDX FROM FS-IDX BY 1
                               UNTIL FS-KDX > FS-HIT-LAST
                           IF FS-T-TYPE (FS-KDX) = 'W'
                               PERFORM FS-WRITE-EVIDENCE
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
       FS-CHECK-TERMINAL-HOP.
           MOVE 'N' TO FS-RULE-DONE.
           PERFORM VARYING FS-IDX FROM FS-GROUP-START BY 1
                   UNTIL FS-IDX >= FS-GROUP-END OR FS-RULE-DONE = 'Y'
               IF FS-T-TYPE (FS-IDX) NOT = 'R'
                       AND FS-T-TERM (FS-IDX) NOT = SPACES
                   COMPUTE FS-JDX = FS-IDX + 1
                   PERFORM UNTIL FS-JDX > FS-GROUP-END
                           OR FS-RULE-DONE = 'Y'
                       COMPUTE FS-GAP = FS-T-SECS (FS-JDX) -
                           FS-T-SECS (FS-IDX)
                       IF FS-T-TYPE (FS-JDX) NOT = 'R'
                               AND FS-T-TERM (FS-JDX) NOT = SPACES
                               AND FS-T-TERM (FS-JDX) NOT =
                                   FS-T-TERM (FS-IDX)
                               AND FS-T-DATE (FS-JDX) =
                                   FS-T-DATE (FS-IDX)
                               AND FS-GAP <= FS-HOP-MINUTES * 60
                           MOVE 'Y' TO FS-RULE-DONE
                           MOVE SPACES TO FS-RULE-TEXT
                           STRING "USED ON TERMINALS "
                               FS-T-TERM (FS-IDX)
                               " AND " FS-T-TERM (FS-JDX)
                               " WITHIN " FS-HOP-MINUTES " MINUTES"
                               DELIMITED BY SIZE INTO FS-RULE-TEXT
                           PERFORM FS-WRITE-EXCEPTION-HEADER
                           MOVE FS-IDX TO FS-KDX
                           PERFORM FS-WRITE-EVIDENCE
                           MOVE FS-JDX TO FS-KDX
                           PERFORM FS-WRITE-EVIDENCE
                       END-IF
                       ADD 1 TO FS-JDX
                   END-PERFORM
               END-IF
           END-PERFORM.
       FS-CHECK-NEW-ACCOUNT.
           MOVE 'N' TO FS-RULE-DONE.
           MOVE 'N' TO FS-ACC-FOUND.
           MOVE FS-T-ACC-NO (FS-GROUP-START) TO ACC-NO.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACC-OPEN-DATE IS NUMERIC
                       MOVE 'Y' TO FS-ACC-FOUND
                       MOVE ACC-OPEN-DATE TO FS-OPEN-NUM
                   END-IF
           END-READ.
           IF FS-ACC-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FS-IDX FROM FS-GROUP-START BY 1
                   UNTIL FS-IDX >= FS-GROUP-END OR FS-RULE-DONE = 'Y'
               IF (FS-T-TYPE (FS-IDX) = 'R' OR FS-T-TYPE (FS-IDX) = 'B')
                       AND FS-T-AMOUNT (FS-IDX) >= FS-LARGE-TRANSFER
                       AND FS-T-DATE (FS-IDX) IS NUMERIC
                   MOVE FS-T-DATE (FS-IDX) TO FS-DATE-NUM
                   COMPUTE FS-OPEN-DAYS =
                       FUNCTION INTEGER-OF-DATE (FS-DATE-NUM) -
                       FUNCTION INTEGER-OF-DATE (FS-OPEN-NUM)
                   IF FS-OPEN-DAYS <= FS-NEW-ACC-DAYS
                       MOVE 0 TO FS-HIT-COUNT
                       PERFORM VARYING FS-JDX FROM FS-IDX BY 1
                               UNTIL FS-JDX > FS-GROUP-END
                           IF FS-T-TYPE (FS-JDX) = 'W'
                               ADD 1 TO FS-HIT-COUNT
                           END-IF
                       END-PERFORM
                   END-IF
                   IF FS-OPEN-DAYS <= FS-NEW-ACC-DAYS
                           AND FS-HIT-COUNT > 0
                       MOVE 'Y' TO FS-RULE-DONE
                       MOVE SPACES TO FS-RULE-TEXT
                       STRING "LARGE TRANSFER IN, ACCOUNT OPENED "
                           ACC-OPEN-DATE ", THEN WITHDRAWN"
                           DELIMITED BY SIZE INTO FS-RULE-TEXT
                       PERFORM FS-WRITE-EXCEPTION-HEADER
                       MOVE FS-IDX TO FS-KDX
                       PERFORM FS-WRITE-EVIDENCE
                       PERFORM VARYING FS-KDX FROM FS-IDX BY 1
                               UNTIL FS-KDX > FS-GROUP-END
                           IF FS-T-TYPE (FS-KDX) = 'W'
                               PERFORM FS-WRITE-EVIDENCE
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
       FS-CHECK-NEAR-LIMIT.
           MOVE 'N' TO FS-ACC-FOUND.
           MOVE FS-T-ACC-NO (FS-GROUP-START) TO ACC-NO.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DAILY-LIMIT > 0
                       MOVE 'Y' TO FS-ACC-FOUND
                       COMPUTE FS-NEAR-AMOUNT =
                           DAILY-LIMIT * FS-NEAR-LIMIT-PCT / 100
                   END-IF
           END-READ.
           IF FS-ACC-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO FS-HIT-COUNT.
           PERFORM VARYING FS-IDX FROM FS-GROUP-START BY 1
                   UNTIL FS-IDX > FS-GROUP-END
               IF FS-T-TYPE (FS-IDX) = 'W'
                       AND FS-T-AMOUNT (FS-IDX) >= FS-NEAR-AMOUNT
                   ADD 1 TO FS-HIT-COUNT
               END-IF
           END-PERFORM.
           IF FS-HIT-COUNT < FS-NEAR-LIMIT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FS-RULE-TEXT.
           STRING FS-HIT-COUNT " WITHDRAWALS AT OR ABOVE "
               FS-NEAR-LIMIT-PCT "% OF DAILY LIMIT"
               DELIMITED BY SIZE INTO FS-RULE-TEXT.
           PERFORM FS-WRITE-EXCEPTION-HEADER.
           PERFORM VARYING FS-KDX FROM FS-GROUP-START BY 1
                   UNTIL FS-KDX > FS-GROUP-END
               IF FS-T-TYPE (FS-KDX) = 'W'
                       AND FS-T-AMOUNT (FS-KDX) >= FS-NEAR-AMOUNT
                   PERFORM FS-WRITE-EVIDENCE
               END-IF
           END-PERFORM.
       FS-WRITE-EXCEPTION-HEADER.
           ADD 1 TO FS-EXCEPTION-COUNT.
           MOVE SPACES TO FS-RPT-TEXT.
           STRING "ACCOUNT " FS-T-ACC-NO (FS-GROUP-START) "  "
               FS-RULE-TEXT
               DELIMITED BY SIZE INTO FS-RPT-TEXT.
           WRITE FS-RPT-TEXT.
           DISPLAY "FLAGGED " FS-T-ACC-NO (FS-GROUP-START) " "
               FS-RULE-TEXT.
           MOVE 'N' TO FS-FLAG-FOUND.
           PERFORM VARYING FS-FLAG-IDX FROM 1 BY 1
                   UNTIL FS-FLAG-IDX > FS-FLAG-COUNT
               IF FS-F-ACC-NO (FS-FLAG-IDX) =
                       FS-T-ACC-NO (FS-GROUP-START)
                   MOVE 'Y' TO FS-FLAG-FOUND
               END-IF
           END-PERFORM.
           IF FS-FLAG-FOUND = 'N' AND FS-FLAG-COUNT < 50
               ADD 1 TO FS-FLAG-COUNT
               MOVE FS-T-ACC-NO (FS-GROUP-START)
                   TO FS-F-ACC-NO (FS-FLAG-COUNT)
           END-IF.
       FS-WRITE-EVIDENCE.
           MOVE FS-T-AMOUNT (FS-KDX) TO DSP-FS-AMOUNT.
           MOVE SPACES TO FS-RPT-TEXT.
           STRING "    " FS-T-DATE (FS-KDX) " "
               FS-T-TIME (FS-KDX) " "
               FS-T-TYPE (FS-KDX) " "
               DSP-FS-AMOUNT " "
               FS-T-TERM (FS-KDX)
               DELIMITED BY SIZE INTO FS-RPT-TEXT.
           WRITE FS-RPT-TEXT.
       FS-WRITE-FLAG-SUMMARY.
           MOVE ALL "-" TO FS-RPT-TEXT.
           WRITE FS-RPT-TEXT.
           MOVE SPACES TO FS-RPT-TEXT.
           STRING "EXCEPTIONS: " FS-EXCEPTION-COUNT
               "   ACCOUNTS FLAGGED: " FS-FLAG-COUNT
               DELIMITED BY SIZE INTO FS-RPT-TEXT.
           WRITE FS-RPT-TEXT.
           PERFORM VARYING FS-FLAG-IDX FROM 1 BY 1
                   UNTIL FS-FLAG-IDX > FS-FLAG-COUNT
               MOVE SPACES TO FS-RPT-TEXT
               STRING "  FOR REVIEW: " FS-F-ACC-NO (FS-FLAG-IDX)
                   DELIMITED BY SIZE INTO FS-RPT-TEXT
               WRITE FS-RPT-TEXT
           END-PERFORM.
           MOVE ALL "-" TO FS-RPT-TEXT.
           WRITE FS-RPT-TEXT.
       CLEARING-OUTBOUND-RUN.
           DISPLAY "=== OUTBOUND CLEARING BATCH RUN ===".
           MOVE "CLEAROUT" TO RC-CHECK-MODE.
           PERFORM RC-SET-TODAY-PERIOD.
           PERFORM RC-GUARD-RUN.
           IF RC-REFUSED = 'Y'
               DISPLAY "=== END OF OUTBOUND CLEARING RUN ==="
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           STRING WS-YEAR, WS-MONTH, WS-DAY
               INTO WS-TODAY-DATE.
           MOVE SPACES TO WS-CLR-OUT-FILENAME.
           STRING "clearing-out-", WS-TODAY-DATE, ".dat"
               INTO WS-CLR-OUT-FILENAME.
           MOVE 0 TO CLR-ITEM-COUNT.
           MOVE 0 TO CLR-ITEM-TOTAL.
           OPEN OUTPUT CLEARING-OUT-FILE.
           MOVE SPACES TO CLEARING-R.
           MOVE 'H' TO CLR-H-REC-TYPE.
           MOVE CLR-OWN-BANK TO CLR-H-BANK.
           MOVE WS-TODAY-DATE TO CLR-H-DATE.
           MOVE "OUT" TO CLR-H-KIND.
           WRITE CLEARING-OUT-RECORD FROM CLEARING-R.
           MOVE 'N' TO CLR-EOF.
           OPEN INPUT CLEARING-QUEUE-FILE.
           IF WS-CQ-STATUS = "35"
               DISPLAY "No inter-bank items queued today."
           ELSE
               PERFORM UNTIL CLR-EOF = 'Y'
               READ CLEARING-QUEUE-FILE INTO CLEARING-R
                   AT END
                       MOVE 'Y' TO CLR-EOF
                   NOT AT END
                       IF CLR-REC-TYPE = 'D'
                           ADD 1 TO CLR-ITEM-COUNT
                           ADD CLR-AMOUNT TO CLR-ITEM-TOTAL
                           WRITE CLEARING-OUT-RECORD FROM CLEARING-R
                           MOVE CLR-AMOUNT TO DSP-CLR-AMOUNT
                           DISPLAY "ITEM     " CLR-ORIG-ACC " -> "
                               CLR-DEST-BANK "/" CLR-DEST-ACC
                               " amount:" DSP-CLR-AMOUNT
                       END-IF
               END-READ
               END-PERFORM
               CLOSE CLEARING-QUEUE-FILE
           END-IF.
           MOVE SPACES TO CLEARING-R.
           MOVE 'T' TO CLR-T-REC-TYPE.
           MOVE CLR-ITEM-COUNT TO CLR-T-COUNT.
           MOVE CLR-ITEM-TOTAL TO CLR-T-TOTAL.
           WRITE CLEARING-OUT-RECORD FROM CLEARING-R.
           CLOSE CLEARING-OUT-FILE.
           MOVE WS-CLR-OUT-FILENAME TO WS-CLR-READ-FILENAME.
           PERFORM CLR-VALIDATE-BATCH.
           PERFORM CLR-DISPLAY-CONTROL.
           IF CLR-CONTROL-OK = 'N'
               DISPLAY "Control totals disagree; the batch must not"
                   " be sent. Queue kept."
               MOVE 8 TO RETURN-CODE
               DISPLAY "=== END OF OUTBOUND CLEARING RUN ==="
               EXIT PARAGRAPH
           END-IF.
           PERFORM RC-WRITE-START.
           OPEN OUTPUT CLEARING-QUEUE-FILE.
           CLOSE CLEARING-QUEUE-FILE.
           DISPLAY "Batch written to " WS-CLR-OUT-FILENAME.
           PERFORM RC-WRITE-COMPLETE.
           DISPLAY "=== END OF OUTBOUND CLEARING RUN ===".
       CLEARING-INBOUND-RUN.
           DISPLAY "=== INBOUND CLEARING POSTING RUN ===".
           MOVE "CLEARIN" TO RC-CHECK-MODE.
           PERFORM RC-SET-TODAY-PERIOD.
           PERFORM RC-GUARD-RUN.
           IF RC-REFUSED = 'Y'
               DISPLAY "=== END OF INBOUND CLEARING RUN ==="
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           STRING WS-YEAR, WS-MONTH, WS-DAY
               INTO WS-TODAY-DATE.
           MOVE SPACES TO WS-CLR-READ-FILENAME.
           STRING "clearing-in-", WS-TODAY-DATE, ".dat"
               INTO WS-CLR-READ-FILENAME.
           PERFORM CLR-VALIDATE-BATCH.
           IF CLR-FILE-FOUND = 'N'
               DISPLAY "No inbound clearing file "
                   WS-CLR-READ-FILENAME
               DISPLAY "=== END OF INBOUND CLEARING RUN ==="
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Sending bank: " CLR-HEADER-BANK
               "  batch date: " CLR-HEADER-DATE.
           PERFORM CLR-DISPLAY-CONTROL.
           IF CLR-CONTROL-OK = 'N'
               DISPLAY "Batch rejected: control totals disagree."
                   " Nothing posted."
               MOVE 8 TO RETURN-CODE
               DISPLAY "=== END OF INBOUND CLEARING RUN ==="
               EXIT PARAGRAPH
           END-IF.
           PERFORM RC-WRITE-START.
           MOVE 0 TO CLR-POSTED-COUNT.
           MOVE 0 TO CLR-POSTED-TOTAL.
           MOVE 0 TO CLR-RETURN-COUNT.
           MOVE 0 TO CLR-RETURN-TOTAL.
           MOVE SPACES TO WS-TERMINAL-ID.
           MOVE SPACES TO WS-CLR-RET-FILENAME.
           STRING "clearing-ret-", WS-TODAY-DATE, ".dat"
               INTO WS-CLR-RET-FILENAME.
           OPEN OUTPUT CLEARING-RETURN-FILE.
           MOVE SPACES TO CLEARING-R.
           MOVE 'H' TO CLR-H-REC-TYPE.
           MOVE CLR-OWN-BANK TO CLR-H-BANK.
           MOVE WS-TODAY-DATE TO CLR-H-DATE.
           MOVE "RET" TO CLR-H-KIND.
           WRITE CLEARING-RETURN-RECORD FROM CLEARING-R.
           MOVE 'N' TO CLR-EOF.
           OPEN INPUT CLEARING-READ-FILE
               PERFORM UNTIL CLR-EOF = 'Y'
               READ CLEARING-READ-FILE INTO CLEARING-R
                   AT END
                       MOVE 'Y' TO CLR-EOF
                   NOT AT END
                       IF CLR-REC-TYPE = 'D'
                           PERFORM CI-POST-ITEM
                       END-IF
               END-READ
               END-PERFORM
             CLOSE CLEARING-READ-FILE.
           MOVE SPACES TO CLEARING-R.
           MOVE 'T' TO CLR-T-REC-TYPE.
           MOVE CLR-RETURN-COUNT TO CLR-T-COUNT.
           MOVE CLR-RETURN-TOTAL TO CLR-T-TOTAL.
           WRITE CLEARING-RETURN-RECORD FROM CLEARING-R.
           CLOSE CLEARING-RETURN-FILE.
           MOVE CLR-POSTED-TOTAL TO DSP-CLR-TOTAL.
           DISPLAY "Credits posted:   " CLR-POSTED-COUNT
               " total:" DSP-CLR-TOTAL.
           MOVE CLR-RETURN-TOTAL TO DSP-CLR-TOTAL.
           DISPLAY "Items returned:   " CLR-RETURN-COUNT
               " total:" DSP-CLR-TOTAL.
           COMPUTE CLR-SETTLED-COUNT =
               CLR-POSTED-COUNT + CLR-RETURN-COUNT.
           COMPUTE CLR-SETTLED-TOTAL =
               CLR-POSTED-TOTAL + CLR-RETURN-TOTAL.
           IF CLR-SETTLED-COUNT = CLR-TRAILER-COUNT
                   AND CLR-SETTLED-TOTAL = CLR-TRAILER-TOTAL
               DISPLAY "Posted plus returned agrees with the batch"
                   " trailer."
           ELSE
               DISPLAY "WARNING: posted plus returned does not agree"
                   " with the batch trailer."
           END-IF.
           DISPLAY "Returns written to " WS-CLR-RET-FILENAME.
           PERFORM RC-WRITE-COMPLETE.
           DISPLAY "=== END OF INBOUND CLEARING RUN ===".
       CI-POST-ITEM.
           MOVE SPACES TO CLR-RETURN-REASON.
           IF CLR-DEST-BANK NOT = CLR-OWN-BANK
               MOVE "WB" TO CLR-RETURN-REASON
           ELSE
               MOVE "NA" TO CLR-RETURN-REASON
               MOVE CLR-DEST-ACC TO ACC-NO
               OPEN I-O ACCOUNT-FILE
                   READ ACCOUNT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ACC-CLOSED
                               MOVE "AC" TO CLR-RETURN-REASON
                           ELSE
                               ADD CLR-AMOUNT TO BALANCE
                               REWRITE ACCOUNT-RECORD
                               MOVE SPACES TO CLR-RETURN-REASON
                           END-IF
                   END-READ
                 CLOSE ACCOUNT-FILE
           END-IF.
           MOVE CLR-AMOUNT TO DSP-CLR-AMOUNT.
           IF CLR-RETURN-REASON = SPACES
               MOVE CLR-DEST-ACC TO ACC-NUM-INPUT
               MOVE CLR-AMOUNT TO AMOUNT-INPUT
               MOVE 'B' TO TYPE-T-R
               PERFORM GENERATE-TRANSLOG
               ADD 1 TO CLR-POSTED-COUNT
               ADD CLR-AMOUNT TO CLR-POSTED-TOTAL
               DISPLAY "POSTED   " CLR-DEST-ACC " from "
                   CLR-ORIG-BANK "/" CLR-ORIG-ACC
                   " amount:" DSP-CLR-AMOUNT
           ELSE
               MOVE CLR-RETURN-REASON TO CLR-REASON
               WRITE CLEARING-RETURN-RECORD FROM CLEARING-R
               ADD 1 TO CLR-RETURN-COUNT
               ADD CLR-AMOUNT TO CLR-RETURN-TOTAL
               DISPLAY "RETURNED " CLR-DEST-BANK "/" CLR-DEST-ACC
                   " reason " CLR-RETURN-REASON
                   " amount:" DSP-CLR-AMOUNT
           END-IF.
       CLR-VALIDATE-BATCH.
           MOVE 'N' TO CLR-FILE-FOUND.
           MOVE 'N' TO CLR-HEADER-SEEN.
           MOVE 'N' TO CLR-TRAILER-SEEN.
           MOVE 'N' TO CLR-SEQ-ERROR.
           MOVE 'N' TO CLR-CONTROL-OK.
           MOVE SPACES TO CLR-HEADER-BANK.
           MOVE SPACES TO CLR-HEADER-DATE.
           MOVE 0 TO CLR-CHECK-COUNT.
           MOVE 0 TO CLR-CHECK-TOTAL.
           MOVE 0 TO CLR-TRAILER-COUNT.
           MOVE 0 TO CLR-TRAILER-TOTAL.
           MOVE 'N' TO CLR-EOF.
           OPEN INPUT CLEARING-READ-FILE.
           IF WS-CI-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO CLR-FILE-FOUND.
           PERFORM UNTIL CLR-EOF = 'Y'
           READ CLEARING-READ-FILE INTO CLEARING-R
               AT END
                   MOVE 'Y' TO CLR-EOF
               NOT AT END
                   IF CLR-TRAILER-SEEN = 'Y'
                       MOVE 'Y' TO CLR-SEQ-ERROR
                   END-IF
                   EVALUATE CLR-REC-TYPE
                       WHEN 'H'
                           IF CLR-HEADER-SEEN = 'Y'
                               MOVE 'Y' TO CLR-SEQ-ERROR
                           END-IF
                           MOVE 'Y' TO CLR-HEADER-SEEN
                           MOVE CLR-H-BANK TO CLR-HEADER-BANK
                           MOVE CLR-H-DATE TO CLR-HEADER-DATE
                       WHEN 'D'
                           IF CLR-HEADER-SEEN = 'N'
                               MOVE 'Y' TO CLR-SEQ-ERROR
                           END-IF
                           ADD 1 TO CLR-CHECK-COUNT
                           ADD CLR-AMOUNT TO CLR-CHECK-TOTAL
                       WHEN 'T'
                           MOVE 'Y' TO CLR-TRAILER-SEEN
                           MOVE CLR-T-COUNT TO CLR-TRAILER-COUNT
                           MOVE CLR-T-TOTAL TO CLR-TRAILER-TOTAL
                       WHEN OTHER
                           MOVE 'Y' TO CLR-SEQ-ERROR
                   END-EVALUATE
           END-READ
           END-PERFORM.
           CLOSE CLEARING-READ-FILE.
           IF CLR-HEADER-SEEN = 'Y' AND CLR-TRAILER-SEEN = 'Y'
                   AND CLR-SEQ-ERROR = 'N'
                   AND CLR-CHECK-COUNT = CLR-TRAILER-COUNT
                   AND CLR-CHECK-TOTAL = CLR-TRAILER-TOTAL
               MOVE 'Y' TO CLR-CONTROL-OK
           END-IF.
       CLR-DISPLAY-CONTROL.
           MOVE CLR-TRAILER-TOTAL TO DSP-CLR-TOTAL.
           DISPLAY "Trailer control:  " CLR-TRAILER-COUNT
               " items, total:" DSP-CLR-TOTAL.
           MOVE CLR-CHECK-TOTAL TO DSP-CLR-TOTAL.
           DISPLAY "Items counted:    " CLR-CHECK-COUNT
               " items, total:" DSP-CLR-TOTAL.
           IF CLR-HEADER-SEEN = 'N' OR CLR-TRAILER-SEEN = 'N'
               DISPLAY "Batch header or trailer is missing."
           END-IF.
           IF CLR-SEQ-ERROR = 'Y'
               DISPLAY "Batch records are out of sequence."
           END-IF.
           IF CLR-CONTROL-OK = 'Y'
               DISPLAY "Control totals agree."
           END-IF.
       DORMANCY-SCAN-RUN.
           DISPLAY "=== DORMANT ACCOUNT SCAN ===".
           MOVE "DORMANCY" TO RC-CHECK-MODE.
           PERFORM RC-SET-TODAY-PERIOD.
           PERFORM RC-GUARD-RUN.
           IF RC-REFUSED = 'Y'
               DISPLAY "=== END OF DORMANCY SCAN ==="
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO DM-MONTHS-INPUT.
           DISPLAY "Enter months without activity before an account"
               " is dormant (0 = 12): ".
           ACCEPT DM-MONTHS-INPUT.
           IF DM-MONTHS-INPUT = 0
               MOVE DM-DEFAULT-MONTHS TO DM-MONTHS-INPUT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           STRING WS-YEAR, WS-MONTH, WS-DAY
               INTO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO DM-CUTOFF-DATE.
           COMPUTE DM-MONTH-NUM =
               DM-CUT-YEAR * 12 + DM-CUT-MONTH - 1 - DM-MONTHS-INPUT.
           COMPUTE DM-CUT-YEAR = DM-MONTH-NUM / 12.
           COMPUTE DM-CUT-MONTH = DM-MONTH-NUM - DM-CUT-YEAR * 12 + 1.
           DISPLAY "Inactivity period: " DM-MONTHS-INPUT
               " months; no activity since " DM-CUTOFF-DATE.
           MOVE 0 TO DM-TABLE-COUNT.
           MOVE 0 TO DM-OVERFLOW-COUNT.
           MOVE 0 TO DM-MARKED-COUNT.
           MOVE 0 TO DM-CHECKED-COUNT.
           MOVE 0 TO DM-BALANCE-TOTAL.
           PERFORM DM-SCAN-ARCHIVES.
           PERFORM DM-SCAN-TRANSLOG.
           IF DM-OVERFLOW-COUNT > 0
               DISPLAY "More than 500 accounts with activity on file."
               DISPLAY "Run aborted; no accounts were changed."
               MOVE 8 TO RETURN-CODE
               DISPLAY "=== END OF DORMANCY SCAN ==="
               EXIT PARAGRAPH
           END-IF.
           PERFORM RC-WRITE-START.
           MOVE SPACES TO WS-DM-RPT-FILENAME.
           STRING "dormancy-", WS-TODAY-DATE, ".txt"
               INTO WS-DM-RPT-FILENAME.
           OPEN OUTPUT DORMANCY-REPORT-FILE.
           MOVE ALL "-" TO DM-RPT-TEXT.
           WRITE DM-RPT-TEXT.
           MOVE "        *** GEMIMI BANK DORMANT ACCOUNT REPORT ***"
               TO DM-RPT-TEXT.
           WRITE DM-RPT-TEXT.
           MOVE SPACES TO DM-RPT-TEXT.
           STRING "RUN DATE: " WS-TODAY-DATE
               "   NO ACTIVITY SINCE: " DM-CUTOFF-DATE
               DELIMITED BY SIZE INTO DM-RPT-TEXT.
           WRITE DM-RPT-TEXT.
           MOVE ALL "-" TO DM-RPT-TEXT.
           WRITE DM-RPT-TEXT.
           MOVE SPACES TO DM-RPT-TEXT.
           STRING "ACCOUNT    NAME                 LAST USED"
               "        BALANCE"
               DELIMITED BY SIZE INTO DM-RPT-TEXT.
           WRITE DM-RPT-TEXT.
           MOVE SPACES TO WS-TERMINAL-ID.
           MOVE 'N' TO WS-ACC-EOF-FLAG.
           OPEN I-O ACCOUNT-FILE
               PERFORM UNTIL WS-ACC-EOF-FLAG = 'Y'
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-ACC-EOF-FLAG
                   NOT AT END
                       IF NOT ACC-CLOSED AND NOT ACC-DORMANT
                               AND NOT ACC-REVIEW
                           ADD 1 TO DM-CHECKED-COUNT
                           PERFORM DM-CHECK-ACCOUNT
                       END-IF
               END-READ
               END-PERFORM
             CLOSE ACCOUNT-FILE.
           MOVE ALL "-" TO DM-RPT-TEXT.
           WRITE DM-RPT-TEXT.
           MOVE DM-BALANCE-TOTAL TO DSP-DM-TOTAL.
           MOVE SPACES TO DM-RPT-TEXT.
           STRING "ACCOUNTS MADE DORMANT: " DM-MARKED-COUNT
               "   TOTAL BALANCE: " DSP-DM-TOTAL
               DELIMITED BY SIZE INTO DM-RPT-TEXT.
           WRITE DM-RPT-TEXT.
           CLOSE DORMANCY-REPORT-FILE.
           DISPLAY "Accounts checked:      " DM-CHECKED-COUNT.
           DISPLAY "Accounts made dormant: " DM-MARKED-COUNT.
           DISPLAY "Dormant balances:      " DSP-DM-TOTAL.
           DISPLAY "Report written to " WS-DM-RPT-FILENAME.
           PERFORM RC-WRITE-COMPLETE.
           DISPLAY "=== END OF DORMANCY SCAN ===".
       DM-CHECK-ACCOUNT.
           MOVE SPACES TO DM-LAST-DATE.
           PERFORM VARYING DM-IDX FROM 1 BY 1
                   UNTIL DM-IDX > DM-TABLE-COUNT
               IF DM-T-ACC-NO (DM-IDX) = ACC-NO
                   MOVE DM-T-LAST-DATE (DM-IDX) TO DM-LAST-DATE
               END-IF
           END-PERFORM.
           IF ACC-OPEN-DATE IS NUMERIC
                   AND ACC-OPEN-DATE > DM-LAST-DATE
               MOVE ACC-OPEN-DATE TO DM-LAST-DATE
           END-IF.
           IF ACC-REACT-DATE IS NUMERIC
                   AND ACC-REACT-DATE > DM-LAST-DATE
               MOVE ACC-REACT-DATE TO DM-LAST-DATE
           END-IF.
           IF DM-LAST-DATE NOT < DM-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE "DORMANT" TO ACC-STATUS.
           REWRITE ACCOUNT-RECORD.
           ADD 1 TO DM-MARKED-COUNT.
           ADD BALANCE TO DM-BALANCE-TOTAL.
           IF DM-LAST-DATE = SPACES
               MOVE "NONE" TO DM-LAST-DATE
           END-IF.
           MOVE BALANCE TO DSP-DM-BALANCE.
           MOVE SPACES TO DM-RPT-TEXT.
           STRING ACC-NO " " ACC-NAME " " DM-LAST-DATE " "
               DSP-DM-BALANCE
               DELIMITED BY SIZE INTO DM-RPT-TEXT.
           WRITE DM-RPT-TEXT.
           DISPLAY "DORMANT  " ACC-NO " last used " DM-LAST-DATE
               " balance:" DSP-DM-BALANCE.
           MOVE ACC-NO TO ACC-NUM-INPUT.
           MOVE 0 TO AMOUNT-INPUT.
           MOVE 'Z' TO TYPE-T-R.
           PERFORM GENERATE-TRANSLOG.
       DM-SCAN-ARCHIVES.
           MOVE SPACES TO DM-LAST-ARCH.
           MOVE 'N' TO DM-CUT-EOF.
           OPEN INPUT CUTOVER-FILE.
           IF WS-CUTOVER-STATUS = "35"
               MOVE 'Y' TO DM-CUT-EOF
           ELSE
               PERFORM UNTIL DM-CUT-EOF = 'Y'
               READ CUTOVER-FILE
                   AT END
                       MOVE 'Y' TO DM-CUT-EOF
                   NOT AT END
                       IF CUT-ARCHIVE-FILE NOT = DM-LAST-ARCH
                           MOVE CUT-ARCHIVE-FILE TO DM-LAST-ARCH
                           MOVE CUT-ARCHIVE-FILE
                               TO WS-ARCHIVE-FILENAME
                           PERFORM DM-SCAN-ONE-ARCHIVE
                       END-IF
               END-READ
               END-PERFORM
               CLOSE CUTOVER-FILE
           END-IF.
       DM-SCAN-ONE-ARCHIVE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "35"
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ACC-NO-A TO DM-WORK-ACC
                       MOVE DATE-A TO DM-WORK-DATE
                       MOVE TYPE-A TO DM-WORK-TYPE
                       MOVE TERM-A TO DM-WORK-TERM
                       PERFORM DM-NOTE-ACTIVITY
               END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
       DM-SCAN-TRANSLOG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TRANSACTION-FILE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ACC-NO-T TO DM-WORK-ACC
                       MOVE DATE-T TO DM-WORK-DATE
                       MOVE TYPE-T TO DM-WORK-TYPE
                       MOVE TERM-T TO DM-WORK-TERM
                       PERFORM DM-NOTE-ACTIVITY
               END-READ
               END-PERFORM
             CLOSE TRANSACTION-FILE.
       DM-NOTE-ACTIVITY.
      *>      A CREDIT LEG COUNTS ONLY WHEN IT IS A STORE CARD PAYMENT,
      *>      SO THE MERCHANT ACCOUNT IS NEVER SEEN AS DORMANT
           IF DM-WORK-TERM = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF DM-WORK-TYPE = 'R' AND DM-WORK-TERM NOT = "SHOP"
               EXIT PARAGRAPH
           END-IF.
           IF DM-WORK-TYPE NOT = 'D' AND DM-WORK-TYPE NOT = 'W'
                   AND DM-WORK-TYPE NOT = 'T'
                   AND DM-WORK-TYPE NOT = 'F'
                   AND DM-WORK-TYPE NOT = 'X'
                   AND DM-WORK-TYPE NOT = 'R'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO DM-FOUND.
           PERFORM VARYING DM-IDX FROM 1 BY 1
                   UNTIL DM-IDX > DM-TABLE-COUNT OR DM-FOUND = 'Y'
               IF DM-T-ACC-NO (DM-IDX) = DM-WORK-ACC
                   MOVE 'Y' TO DM-FOUND
                   IF DM-WORK-DATE > DM-T-LAST-DATE (DM-IDX)
                       MOVE DM-WORK-DATE TO DM-T-LAST-DATE (DM-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF DM-FOUND = 'N'
               IF DM-TABLE-COUNT < 500
                   ADD 1 TO DM-TABLE-COUNT
                   MOVE DM-WORK-ACC TO DM-T-ACC-NO (DM-TABLE-COUNT)
                   MOVE DM-WORK-DATE TO DM-T-LAST-DATE (DM-TABLE-COUNT)
               ELSE
                   ADD 1 TO DM-OVERFLOW-COUNT
               END-IF
           END-IF.
       HOT-CARD-REPORT.
           DISPLAY "=== HOT-CARD REPORT ===".
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-YEAR, WS-MONTH, WS-DAY INTO WS-TODAY-DATE.
           MOVE SPACES TO CRD-FROM-DATE.
           MOVE SPACES TO CRD-TO-DATE.
           DISPLAY "Enter period start date (YYYYMMDD): ".
           ACCEPT CRD-FROM-DATE.
           DISPLAY "Enter period end date (YYYYMMDD, blank = today): ".
           ACCEPT CRD-TO-DATE.
           IF CRD-TO-DATE = SPACES
               MOVE WS-TODAY-DATE TO CRD-TO-DATE
           END-IF.
           IF CRD-FROM-DATE NOT NUMERIC OR CRD-TO-DATE NOT NUMERIC
                   OR CRD-FROM-DATE > CRD-TO-DATE
               DISPLAY "Invalid period; report not produced."
               DISPLAY "=== END OF HOT-CARD REPORT ==="
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CRD-LISTED-COUNT.
           MOVE 0 TO CRD-LOST-COUNT.
           MOVE 0 TO CRD-STOLEN-COUNT.
           MOVE 0 TO CRD-LOCKED-COUNT.
           MOVE 0 TO CRD-EXPIRED-COUNT.
           MOVE 0 TO CRD-REPLACED-COUNT.
           MOVE SPACES TO WS-HC-RPT-FILENAME.
           STRING "hotcards-", WS-TODAY-DATE, ".txt"
               INTO WS-HC-RPT-FILENAME.
           OPEN OUTPUT HOTCARD-REPORT-FILE.
           MOVE ALL "-" TO HC-RPT-TEXT.
           WRITE HC-RPT-TEXT.
           MOVE "          *** GEMIMI BANK HOT-CARD LIST ***"
               TO HC-RPT-TEXT.
           WRITE HC-RPT-TEXT.
           MOVE SPACES TO HC-RPT-TEXT.
           STRING "BLOCKED FROM: " CRD-FROM-DATE
               "   TO: " CRD-TO-DATE
               "   RUN DATE: " WS-TODAY-DATE
               DELIMITED BY SIZE INTO HC-RPT-TEXT.
           WRITE HC-RPT-TEXT.
           MOVE ALL "-" TO HC-RPT-TEXT.
           WRITE HC-RPT-TEXT.
           MOVE SPACES TO HC-RPT-TEXT.
           STRING "CARD NUMBER       ACCOUNT    STATUS   BLOCKED"
               "   REPLACES"
               DELIMITED BY SIZE INTO HC-RPT-TEXT.
           WRITE HC-RPT-TEXT.
           DISPLAY HC-RPT-TEXT.
           MOVE 'N' TO CRD-EOF.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS = "35"
               MOVE 'Y' TO CRD-EOF
           END-IF.
           PERFORM UNTIL CRD-EOF = 'Y'
               READ CARD-FILE NEXT
                   AT END
                       MOVE 'Y' TO CRD-EOF
                   NOT AT END
                       IF NOT CARD-ACTIVE
                               AND CARD-BLOCK-DATE NOT < CRD-FROM-DATE
                               AND CARD-BLOCK-DATE NOT > CRD-TO-DATE
                           PERFORM HC-LIST-CARD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CARD-STATUS NOT = "35"
               CLOSE CARD-FILE
           END-IF.
           MOVE ALL "-" TO HC-RPT-TEXT.
           WRITE HC-RPT-TEXT.
           MOVE SPACES TO HC-RPT-TEXT.
           STRING "CARDS LISTED: " CRD-LISTED-COUNT
               "  LOST: " CRD-LOST-COUNT
               "  STOLEN: " CRD-STOLEN-COUNT
               "  LOCKED: " CRD-LOCKED-COUNT
               DELIMITED BY SIZE INTO HC-RPT-TEXT.
           WRITE HC-RPT-TEXT.
           DISPLAY HC-RPT-TEXT.
           MOVE SPACES TO HC-RPT-TEXT.
           STRING "EXPIRED: " CRD-EXPIRED-COUNT
               "  REPLACED: " CRD-REPLACED-COUNT
               DELIMITED BY SIZE INTO HC-RPT-TEXT.
           WRITE HC-RPT-TEXT.
           DISPLAY HC-RPT-TEXT.
           CLOSE HOTCARD-REPORT-FILE.
           DISPLAY "Report written to " WS-HC-RPT-FILENAME.
           DISPLAY "=== END OF HOT-CARD REPORT ===".
       HC-LIST-CARD.
           ADD 1 TO CRD-LISTED-COUNT.
           EVALUATE TRUE
               WHEN CARD-LOST ADD 1 TO CRD-LOST-COUNT
               WHEN CARD-STOLEN ADD 1 TO CRD-STOLEN-COUNT
               WHEN CARD-LOCKED ADD 1 TO CRD-LOCKED-COUNT
               WHEN CARD-EXPIRED ADD 1 TO CRD-EXPIRED-COUNT
               WHEN CARD-REPLACED ADD 1 TO CRD-REPLACED-COUNT
           END-EVALUATE.
           MOVE SPACES TO HC-RPT-TEXT.
           STRING CARD-NO "  " CARD-ACC-NO " " CARD-STATUS " "
               CARD-BLOCK-DATE "  " CARD-REPLACES
               DELIMITED BY SIZE INTO HC-RPT-TEXT.
           WRITE HC-RPT-TEXT.
           DISPLAY HC-RPT-TEXT.
       RC-SET-TODAY-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           MOVE SPACES TO RC-CHECK-PERIOD.
                       " running again."
               END-IF
           END-IF.
           IF RC-REFUSED = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
       RC-WRITE-START.
           MOVE "STARTED" TO RC-RUN-STATE.
           PERFORM RC-APPEND-RECORD.
