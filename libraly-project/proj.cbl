               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT SETTLE-EXC-FILE  ASSIGN TO "settle-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SETTLE-HIST-FILE ASSIGN TO "settle-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-HIST-STATUS.
           SELECT AUDIT-EXC-FILE   ASSIGN TO "audit-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TR-ARCHIVE-FILE  ASSIGN TO WS-TR-ARCH-FILENAME
               FILE STATUS IS WS-ACQ-STATUS.
           SELECT ACQ-EXC-FILE     ASSIGN TO "acq-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CIRC-RULES-FILE  ASSIGN TO "circ-rules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIRC-STATUS.
           SELECT BOOKDROP-FILE    ASSIGN TO "book-drop.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKDROP-STATUS.
           SELECT BOOKDROP-RPT-FILE ASSIGN TO "bookdrop-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WEED-RPT-FILE    ASSIGN TO "weeding-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGED-FINES-FILE  ASSIGN TO "aged-fines.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE.
           05  MEMBER-EMAIL                PIC X(30).
           05  MEMBER-JOIN-DATE            PIC X(8).
           05  MEMBER-EXPIRE-DATE          PIC X(8).
           05  MEMBER-CATEGORY             PIC X(8).
       FD  MEMBER-TEMP-FILE.
       01  MEMBER-TEMP-RECORD.
           05  MEMBER-ID-TEMP-R            PIC 9(14).
           05  MEMBER-EMAIL-TEMP-R         PIC X(30).
           05  MEMBER-JOIN-DATE-TEMP-R     PIC X(8).
           05  MEMBER-EXPIRE-DATE-TEMP-R   PIC X(8).
           05  MEMBER-CATEGORY-TEMP-R      PIC X(8).
       FD  STAFF-FILE.
       01  STAFF-RECORD.
           05  STAFF-ID                    PIC 9(14).
               07 TR-FINE-PAID-Y           PIC 9999.
               07 TR-FINE-PAID-M           PIC 99.
               07 TR-FINE-PAID-D           PIC 99.
           05  TR-FINE-PAID-STATUS         PIC X(8).
           05  TR-COPY-ID                  PIC 99.
           05  TR-RENEW-COUNT              PIC 9.
           05  TR-WO-REASON                PIC X(2).
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HOLD-ISBN                   PIC 9(13).
               07 TR-FINE-PAID-TEMP-Y      PIC 9999.
               07 TR-FINE-PAID-TEMP-M      PIC 99.
               07 TR-FINE-PAID-TEMP-D      PIC 99.
           05  TR-FINE-PAID-STATUS-TEMP-R  PIC X(8).
           05  TR-COPY-ID-TEMP-R           PIC 99.
           05  TR-RENEW-COUNT-TEMP-R       PIC 9.
           05  TR-WO-REASON-TEMP-R         PIC X(2).
       FD  HOLD-TEMP-FILE.
       01  HOLD-TEMP-RECORD.
           05  HOLD-ISBN-TEMP-R            PIC 9(13).
           05  FP-AMOUNT                   PIC 9(5).
           05  FP-ACC-NO                   PIC X(10).
           05  FP-PAY-DATE                 PIC X(8).
       FD  SETTLE-HIST-FILE.
       01  SETTLE-HIST-RECORD.
           05  SH-MEMBER-ID                PIC 9(14).
           05  SH-TR-ID                    PIC 9(7).
           05  SH-AMOUNT                   PIC 9(5).
           05  SH-FINE-CLEARED             PIC 9(5).
           05  SH-ACC-NO                   PIC X(10).
           05  SH-PAY-DATE                 PIC X(8).
           05  SH-APPLIED-DATE             PIC X(8).
       FD  SETTLE-EXC-FILE.
       01  SETTLE-EXC-RECORD.
           05  EXC-MEMBER-ID               PIC 9(14).
       FD  AUDIT-EXC-FILE.
       01  AUDIT-EXC-LINE                  PIC X(120).
       FD  TR-ARCHIVE-FILE.
       01  TR-ARCHIVE-RECORD               PIC X(91).
       FD  TR-ARCH-MARK-FILE.
       01  TRARC-RECORD.
           05  TRARC-PERIOD                PIC X(6).
       01  RETIRED-RECORD.
           05  RET-ISBN                    PIC 9(13).
           05  RET-COPY-ID                 PIC 99.
           05  RET-REASON                  PIC X(8).
       FD  EXPIRY-FILE.
       01  EXPIRY-LINE                     PIC X(120).
       FD  ACQ-FILE.
           05  AQ-SHIP-DATE                PIC X(8).
       FD  ACQ-EXC-FILE.
       01  ACQ-EXC-LINE                    PIC X(120).
       FD  CIRC-RULES-FILE.
       01  CIRC-RULES-RECORD.
           05  CR-CATEGORY                 PIC X(8).
           05  CR-LOAN-DAYS                PIC 99.
           05  CR-MAX-LOANS                PIC 99.
           05  CR-DAILY-FINE               PIC 9(3).
           05  CR-FINE-CAP                 PIC 9(5).
           05  CR-FINE-BLOCK               PIC 9(5).
           05  CR-RENEW-MAX                PIC 9.
       FD  BOOKDROP-FILE.
       01  BOOKDROP-RECORD.
           05  BD-ISBN                     PIC 9(13).
           05  BD-COPY-ID                  PIC 99.
           05  BD-DROP-DATE                PIC X(8).
       FD  BOOKDROP-RPT-FILE.
       01  BOOKDROP-RPT-LINE               PIC X(120).
       FD  WEED-RPT-FILE.
       01  WEED-RPT-LINE                   PIC X(160).
       FD  AGED-FINES-FILE.
       01  AGED-FINES-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC A(1)    VALUE 'N'.
           05  DAYS-OF-THE-MONTH           PIC 99.
           05  DUE-DATE-TEMP-D             PIC 99.
           05  DIFF-DATE                   PIC 99.
           05  LAST-RETURN-FINE            PIC 9(5).
           05  LAST-RETURN-STATUS          PIC X(7).
       01  WS-SETTLE-STATUS                PIC X(2).
       01  WS-SETTLE-HIST-STATUS           PIC X(2).
       01  WS-TR-ARCH-STATUS               PIC X(2).
       01  WS-STAFF-LOG-STATUS             PIC X(2).
       01  WS-RETIRED-STATUS               PIC X(2).
       01  WS-EXPIRY-STATUS                PIC X(2).
       01  WS-ACQ-STATUS                   PIC X(2).
       01  WS-CIRC-STATUS                  PIC X(2).
       01  WS-BOOKDROP-STATUS              PIC X(2).
       01  BOOKDROP-VARS.
           05  BD-TABLE-COUNT              PIC 999    VALUE 0.
           05  BD-IDX                      PIC 999.
           05  BD-IN-COUNT                 PIC 999    VALUE 0.
           05  BD-EXC-COUNT                PIC 999    VALUE 0.
           05  BD-OVERFLOW-COUNT           PIC 999    VALUE 0.
           05  BD-TOTAL-FINE               PIC 9(7)   VALUE 0.
           05  BD-FOUND                    PIC A.
           05  EDT-BD-FINE                 PIC ZZZZ9.
           05  EDT-BD-COUNT                PIC ZZ9.
           05  EDT-BD-TOTAL                PIC ZZZZZZ9.
           05  BD-ENTRY OCCURS 200 TIMES.
               10  BD-T-ISBN               PIC 9(13).
               10  BD-T-COPY-ID            PIC 99.
               10  BD-T-DATE               PIC X(8).
               10  BD-T-RESULT             PIC X(14).
               10  BD-T-TITLE              PIC X(30).
               10  BD-T-TR-ID              PIC 9(7).
               10  BD-T-MEMBER             PIC 9(14).
               10  BD-T-DUE                PIC X(8).
               10  BD-T-STATUS             PIC X(7).
               10  BD-T-FINE               PIC 9(5).
               10  BD-T-HOLD-MEMBER        PIC 9(14).
       01  AGED-FINES-VARS.
           05  AF-DATE-NUM                 PIC 9(8).
           05  AF-TODAY-INT                PIC 9(8).
           05  AF-FINE-INT                 PIC 9(8).
           05  AF-AGE                      PIC 9(6).
           05  AF-OVERFLOW                 PIC A.
           05  AF-G-B1                     PIC 9(7).
           05  AF-G-B2                     PIC 9(7).
           05  AF-G-B3                     PIC 9(7).
           05  AF-G-B4                     PIC 9(7).
           05  AF-G-TOTAL                  PIC 9(9).
           05  AF-C-NAME                   PIC X(26).
           05  AF-C-PHONE                  PIC X(12).
           05  AF-C-EMAIL                  PIC X(30).
           05  EDT-AF-B1                   PIC ZZZZZZ9.
           05  EDT-AF-B2                   PIC ZZZZZZ9.
           05  EDT-AF-B3                   PIC ZZZZZZ9.
           05  EDT-AF-B4                   PIC ZZZZZZ9.
           05  EDT-AF-TOTAL                PIC ZZZZZZZZ9.
           05  EDT-AF-COUNT                PIC ZZ9.
           05  AF-SWAP-ENTRY               PIC X(49).
           05  AF-MEMBER-COUNT             PIC 999    VALUE 0.
           05  AF-IDX                      PIC 999.
           05  AF-JDX                      PIC 999.
           05  AF-ENTRY OCCURS 500 TIMES.
               10  AF-M-ID                 PIC 9(14).
               10  AF-M-B1                 PIC 9(7).
               10  AF-M-B2                 PIC 9(7).
               10  AF-M-B3                 PIC 9(7).
               10  AF-M-B4                 PIC 9(7).
               10  AF-M-TOTAL              PIC 9(7).
       01  WRITE-OFF-VARS.
           05  WO-FOUND                    PIC A.
           05  WO-REASON                   PIC X(2).
           05  WO-PIN                      PIC X(4).
           05  WO-FINE                     PIC 9(5).
           05  WO-MEMBER-ID                PIC 9(14).
           05  WO-FINE-DATE                PIC X(8).
           05  WO-STATUS                   PIC X(8).
       01  WEED-VARS.
           05  WD-FROM-DATE                PIC X(8).
           05  WD-TO-DATE                  PIC X(8).
           05  WD-IDLE-MONTHS              PIC 999.
           05  WD-CUT-TOTAL                PIC 9(6).
           05  WD-CUTOFF-DATE.
               10  WD-CUT-Y                PIC 9(4).
               10  WD-CUT-M                PIC 99.
               10  WD-CUT-D                PIC 99.
           05  WD-OVERFLOW                 PIC A.
           05  WD-FOUND                    PIC A.
           05  WD-MATCH-ISBN               PIC 9(13).
           05  WD-MATCH-COPY               PIC 999.
           05  WD-IDLE-COUNT               PIC 9(4).
           05  WD-OVER-COUNT               PIC 9(4).
           05  WD-COST                     PIC 9(5)V99.
           05  WD-PER-COPY                 PIC 999V99.
           05  WD-LAST-LOAN-OUT            PIC X(9).
           05  WD-COST-OUT                 PIC X(10).
           05  EDT-WD-COST                 PIC ZZZZ9.99.
           05  EDT-WD-LOANS                PIC ZZZZ9.
           05  EDT-WD-COPIES               PIC Z9.
           05  EDT-WD-MONTHS               PIC ZZ9.
           05  EDT-WD-PER-COPY             PIC ZZ9.99.
           05  WD-BOOK-COUNT               PIC 999    VALUE 0.
           05  WD-BIDX                     PIC 999.
           05  WD-BJDX                     PIC 999.
           05  WD-B-ENTRY OCCURS 500 TIMES.
               10  WD-B-ISBN               PIC 9(13).
               10  WD-B-CONGRESS           PIC X(35).
               10  WD-B-TITLE              PIC X(30).
               10  WD-B-PRICE              PIC 9(5).
               10  WD-B-AVAIL              PIC 99.
               10  WD-B-OPEN               PIC 99.
               10  WD-B-RETIRED            PIC 99.
               10  WD-B-TOTAL              PIC 999.
               10  WD-B-LOANS              PIC 9(5).
           05  WD-COPY-COUNT               PIC 9(4)   VALUE 0.
           05  WD-CIDX                     PIC 9(4).
           05  WD-CJDX                     PIC 9(4).
           05  WD-SIDX                     PIC 9(4).
           05  WD-SORT-SWAP                PIC 9(4).
           05  WD-C-ENTRY OCCURS 2000 TIMES.
               10  WD-C-BOOK               PIC 999.
               10  WD-C-COPY-ID            PIC 99.
               10  WD-C-LAST-LOAN          PIC X(8).
               10  WD-C-LOANS              PIC 9(5).
               10  WD-C-STATE              PIC X(8).
               10  WD-C-KEY                PIC X(51).
           05  WD-SORT-IDX                 PIC 9(4) OCCURS 2000 TIMES.
       01  ACQ-VARS.
           05  AQ-TABLE-COUNT              PIC 999    VALUE 0.
           05  AQ-IDX                      PIC 999.
               10  MEM-ND-MONTH            PIC 9(2).
               10  MEM-ND-DAY              PIC 9(2).
           05  MEM-MONTH-DAYS              PIC 99.
           05  MEM-ADD-DAYS                PIC 99.
           05  MEM-WORK-DAY                PIC 999.
       01  LOST-VARS.
           05  WS-LD-TYPE                  PIC X.
           05  WS-LD-STATUS                PIC X(7).
           05  ST-EXC-COUNT                PIC 999    VALUE 0.
           05  ST-RESULT                   PIC X(1).
           05  ST-FINE-DUE                 PIC 9(5).
           05  ST-HIST-COUNT-LINE          PIC 9(5).
           05  ST-OVERFLOW-COUNT           PIC 999    VALUE 0.
           05  ST-ENTRY OCCURS 100 TIMES.
               10  ST-T-MEMBER-ID          PIC 9(14).
           05  MR-LATE-RATE                PIC 9(3)   VALUE 0.
           05  MR-FINES-ASSESSED           PIC 9(7)   VALUE 0.
           05  MR-FINES-COLLECTED          PIC 9(7)   VALUE 0.
           05  MR-FINES-WRITTEN-OFF        PIC 9(7)   VALUE 0.
           05  MR-IDX                      PIC 99.
           05  MR-JDX                      PIC 99.
           05  MR-LIST-MAX                 PIC 99.
           05  MR-MEMBER-NAME              PIC X(26).
           05  EDT-MR-COUNT                PIC ZZZZ9.
           05  EDT-MR-FINE                 PIC ZZZZZZ9.
           05  EDT-MR-COUNT-2              PIC ZZZZ9.
           05  EDT-MR-COUNT-3              PIC ZZZZ9.
           05  EDT-MR-FINE-2               PIC ZZZZZZ9.
           05  EDT-MR-FINE-3               PIC ZZZZZZ9.
           05  MR-CATEGORY                 PIC X(8).
           05  MR-CAT-IDX                  PIC 99.
           05  MR-CAT-JDX                  PIC 99.
           05  MR-CAT-COUNT                PIC 99     VALUE 0.
           05  MR-CAT-ENTRY OCCURS 20 TIMES.
               10  MR-C-CATEGORY           PIC X(8).
               10  MR-C-BORROWS            PIC 9(5).
               10  MR-C-RETURNS            PIC 9(5).
               10  MR-C-LATE               PIC 9(5).
               10  MR-C-ASSESSED           PIC 9(7).
               10  MR-C-COLLECTED          PIC 9(7).
               10  MR-C-WRITTEN-OFF        PIC 9(7).
           05  MR-MC-EOF                   PIC A.
           05  MR-MC-COUNT                 PIC 9(4)   VALUE 0.
           05  MR-MC-IDX                   PIC 9(4).
           05  MR-MC-ENTRY OCCURS 1000 TIMES.
               10  MR-MC-ID                PIC 9(14).
               10  MR-MC-CATEGORY          PIC X(8).
       01  SEARCH-VARS.
           05  SEARCH-CHOICE               PIC 9.
           05  SEARCH-KEY                  PIC X(35).
           05  SEARCH-HIT                  PIC A.
           05  SEARCH-FOUND                PIC 999.
       01  CIRCULATION-RULES.
           05  WS-MEM-CATEGORY             PIC X(8).
           05  WS-LOAN-DAYS                PIC 99     VALUE 7.
           05  WS-MAX-OPEN-LOANS           PIC 99     VALUE 5.
           05  WS-DAILY-FINE               PIC 9(3)   VALUE 10.
           05  WS-FINE-CAP                 PIC 9(5)   VALUE 0.
           05  WS-FINE-BLOCK-LIMIT         PIC 9(5)   VALUE 50.
       01  CIRC-RULE-VARS.
           05  CR-DEF-LOAN-DAYS            PIC 99     VALUE 7.
           05  CR-DEF-MAX-LOANS            PIC 99     VALUE 5.
           05  CR-DEF-DAILY-FINE           PIC 9(3)   VALUE 10.
           05  CR-DEF-FINE-CAP             PIC 9(5)   VALUE 0.
           05  CR-DEF-FINE-BLOCK           PIC 9(5)   VALUE 50.
           05  CR-DEF-RENEW-MAX            PIC 9      VALUE 2.
           05  CR-LOADED                   PIC A      VALUE 'N'.
           05  CR-EOF                      PIC A.
           05  CR-FOUND                    PIC A.
           05  CR-LOOKUP-ID                PIC 9(14).
           05  CR-LAST-ID                  PIC 9(14)  VALUE 0.
           05  CR-INPUT-CATEGORY           PIC X(8).
           05  CR-INPUT-RULE.
               10  CR-IN-LOAN-DAYS         PIC 99.
               10  CR-IN-MAX-LOANS         PIC 99.
               10  CR-IN-DAILY-FINE        PIC 9(3).
               10  CR-IN-FINE-CAP          PIC 9(5).
               10  CR-IN-FINE-BLOCK        PIC 9(5).
               10  CR-IN-RENEW-MAX         PIC 9.
           05  CR-WORK-FINE                PIC 9(7).
           05  CR-RULE-COUNT               PIC 99     VALUE 0.
           05  CR-IDX                      PIC 99.
           05  CR-JDX                      PIC 99.
           05  CR-ENTRY OCCURS 20 TIMES.
               10  CR-T-CATEGORY           PIC X(8).
               10  CR-T-LOAN-DAYS          PIC 99.
               10  CR-T-MAX-LOANS          PIC 99.
               10  CR-T-DAILY-FINE         PIC 9(3).
               10  CR-T-FINE-CAP           PIC 9(5).
               10  CR-T-FINE-BLOCK         PIC 9(5).
               10  CR-T-RENEW-MAX          PIC 9.
       01  CIRC-CHECK-VARS.
           05  WS-MEMBER-OPEN-LOANS        PIC 99.
           05  WS-MEMBER-UNPAID-FINE       PIC 9(6).
           05  WS-MEMBER-WO-FINE           PIC 9(6).
           05  WS-BORROW-BLOCKED           PIC A      VALUE 'N'.
           05  EDT-UNPAID-FINE             PIC Z(5)9.
       01  RENEW-VARS.
               07 TR-FINE-PAID-TEMP-Y      PIC 9999.
               07 TR-FINE-PAID-TEMP-M      PIC 99.
               07 TR-FINE-PAID-TEMP-D      PIC 99.
           05  TR-FINE-PAID-STATUS-TEMP    PIC X(8).
           05  TR-COPY-ID-TEMP             PIC 99.
           05  TR-RENEW-COUNT-TEMP         PIC 9.
           05  TR-WO-REASON-TEMP           PIC X(2).
       01  NEW-WRITE-TR-RECORD.
           05  NEW-TR-ID                   PIC 9(7).
           05  NEW-TR-ISBN                 PIC 9(13).
               07 NEW-TR-FINE-PAID-Y       PIC 9999.
               07 NEW-TR-FINE-PAID-M       PIC 99.
               07 NEW-TR-FINE-PAID-D       PIC 99.
           05  NEW-TR-FINE-PAID-STATUS     PIC X(8).
           05  NEW-TR-COPY-ID              PIC 99.
           05  NEW-TR-RENEW-COUNT          PIC 9.
           05  NEW-TR-WO-REASON            PIC X(2).
       01  NEW-WRITE-BOOK-RECORD.
           05  NEW-BOOK-ISBN               PIC 9(13).
           05  NEW-BOOK-CONGRESS           PIC X(35).
           05  MEMBER-EMAIL-TEMP           PIC X(30).
           05  MEMBER-JOIN-DATE-TEMP       PIC X(8).
           05  MEMBER-EXPIRE-DATE-TEMP     PIC X(8).
           05  MEMBER-CATEGORY-TEMP        PIC X(8).
       01  NEW-WRITE-MEMBER-RECORD.
           05  NEW-MEMBER-ID                PIC 9(14).
           05  NEW-MEMBER-F-NAME            PIC X(10).
           05  NEW-MEMBER-EMAIL             PIC X(30).
           05  NEW-MEMBER-JOIN-DATE         PIC X(8).
           05  NEW-MEMBER-EXPIRE-DATE       PIC X(8).
           05  NEW-MEMBER-CATEGORY          PIC X(8).
       01  WRITE-HOLD-TEMP-RECORD.
           05  HOLD-ISBN-TEMP              PIC 9(13).
           05  HOLD-MEMBER-ID-TEMP         PIC 9(14).
                   PERFORM 790EXPIRY-REPORT
               WHEN "ACQUIRE"
                   PERFORM 870ACQUIRE-RUN
               WHEN "BOOKDROP"
                   PERFORM 880BOOKDROP-RUN
               WHEN "WEEDING"
                   PERFORM 770WEEDING-REPORT
               WHEN "AGEDFINES"
                   PERFORM 810AGED-FINES-REPORT
               WHEN OTHER
                   PERFORM 0000MAIN-LOGIN
                   PERFORM 1000MAIN-MENU
               END-IF
               PERFORM 014GET-MEM-MONTH-DAYS
           END-PERFORM.
       015ADD-MEM-DAYS.
           MOVE MEM-ND-DAY TO MEM-WORK-DAY.
           ADD MEM-ADD-DAYS TO MEM-WORK-DAY.
           PERFORM 014GET-MEM-MONTH-DAYS.
           PERFORM UNTIL MEM-WORK-DAY <= MEM-MONTH-DAYS
               SUBTRACT MEM-MONTH-DAYS FROM MEM-WORK-DAY
               ADD 1 TO MEM-ND-MONTH
               IF MEM-ND-MONTH > 12
                   MOVE 1 TO MEM-ND-MONTH
                   ADD 1 TO MEM-ND-YEAR
               END-IF
               PERFORM 014GET-MEM-MONTH-DAYS
           END-PERFORM.
           MOVE MEM-WORK-DAY TO MEM-ND-DAY.
       014GET-MEM-MONTH-DAYS.
           EVALUATE MEM-ND-MONTH
               WHEN 02 MOVE 28 TO MEM-MONTH-DAYS
           MOVE SPACES TO WS-SA-REF.
           PERFORM 020LOG-STAFF-ACTION.
       022STAFF-MENU.
           PERFORM WITH TEST AFTER UNTIL CHOICE = 17
               DISPLAY "===== Staff Menu ====="
               DISPLAY "[1] Show Books"
               DISPLAY "[2] Search Book"
               DISPLAY "[11] Report Lost/Damaged Book"
               DISPLAY "[12] Renew Membership"
               DISPLAY "[13] Staff Activity Report"
               DISPLAY "[14] Circulation Rules"
               DISPLAY "[15] Record Weeding Decision"
               DISPLAY "[16] Write Off Fine"
               DISPLAY "[17] Exit"
               DISPLAY "Please select menu (1-17):"
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1 PERFORM 100SHOW-BOOKS
                   WHEN 11 PERFORM 930LOST-DAMAGED-MENU
                   WHEN 12 PERFORM 940RENEW-MEMBERSHIP
                   WHEN 13 PERFORM 021STAFF-ACTIVITY-REPORT
                   WHEN 14 PERFORM 960CIRC-RULES-MENU
                   WHEN 15 PERFORM 935RECORD-WEEDING
                   WHEN 16 PERFORM 820WRITE-OFF-FINE
                   WHEN 17 DISPLAY "Exit program..."
                   WHEN OTHER
                       DISPLAY "Please select only 1-17:"
               END-EVALUATE
           END-PERFORM.
       020LOG-STAFF-ACTION.
                                  MOVE "-" TO NEW-TR-FINE-PAID-DATE
                                  MOVE "-" TO NEW-TR-FINE-PAID-STATUS
                                  MOVE 0 TO NEW-TR-RENEW-COUNT
                                  MOVE SPACES TO NEW-TR-WO-REASON
                                  MOVE 'Y' TO WS-UPDATE
                                  MOVE TR-ID TO EDT-TR-ID
                                  DISPLAY
           ACCEPT CHOICE.
       310CHECK-CIRC-RULES.
           MOVE 'N' TO WS-BORROW-BLOCKED.
           MOVE INPUT-MEM-ID TO CR-LOOKUP-ID.
           PERFORM 320GET-MEMBER-RULES.
           IF WS-MEM-CATEGORY NOT = SPACES
               DISPLAY "Member category: " WS-MEM-CATEGORY
                   "  loan period " WS-LOAN-DAYS " days"
           END-IF.
           MOVE 0 TO WS-MEMBER-OPEN-LOANS.
           MOVE 0 TO WS-MEMBER-UNPAID-FINE.
           MOVE 0 TO WS-MEMBER-WO-FINE.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT TRANSACTION-FILE
               PERFORM UNTIL WS-END-OF-FILE
                           END-IF
                           IF TR-FINE > 0
                                   AND TR-FINE-PAID-STATUS NOT = "PAID"
                                   AND TR-FINE-PAID-STATUS
                                       NOT = "WRITEOFF"
                               ADD TR-FINE TO WS-MEMBER-UNPAID-FINE
                           END-IF
                           IF TR-FINE-PAID-STATUS = "WRITEOFF"
                               ADD TR-FINE TO WS-MEMBER-WO-FINE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
                   " in unpaid fines (limit " WS-FINE-BLOCK-LIMIT ")."
               DISPLAY "Collect the fines before lending."
           END-IF.
           IF WS-MEMBER-WO-FINE > 0
               MOVE WS-MEMBER-WO-FINE TO EDT-UNPAID-FINE
               DISPLAY "Note: " EDT-UNPAID-FINE
                   " in fines has been written off for this member."
           END-IF.
           IF WS-MEM-STATE NOT = 'A'
               MOVE 'Y' TO WS-BORROW-BLOCKED
               DISPLAY "Loan refused: membership expired on "
                   WS-MEM-EXPIRE "."
               DISPLAY "Renew the membership before borrowing."
           END-IF.
       320GET-MEMBER-RULES.
           IF CR-LOOKUP-ID = CR-LAST-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE CR-LOOKUP-ID TO CR-LAST-ID.
           IF CR-LOADED = 'N'
               PERFORM 321LOAD-CIRC-RULES
           END-IF.
           MOVE SPACES TO WS-MEM-CATEGORY.
           MOVE 'N' TO CR-EOF.
           OPEN INPUT MEMBER-FILE
               PERFORM UNTIL CR-EOF = 'Y'
                   READ MEMBER-FILE
                   AT END MOVE 'Y' TO CR-EOF
                   NOT AT END
                       IF MEMBER-ID = CR-LOOKUP-ID
                           MOVE MEMBER-CATEGORY TO WS-MEM-CATEGORY
                           MOVE 'Y' TO CR-EOF
                       END-IF
                   END-READ
               END-PERFORM
           CLOSE MEMBER-FILE
           .
           PERFORM 323SET-CATEGORY-RULES.
       321LOAD-CIRC-RULES.
           MOVE 0 TO CR-RULE-COUNT.
           MOVE 'Y' TO CR-LOADED.
           MOVE 'N' TO CR-EOF.
           OPEN INPUT CIRC-RULES-FILE.
           IF WS-CIRC-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CR-EOF = 'Y'
               READ CIRC-RULES-FILE
               AT END MOVE 'Y' TO CR-EOF
               NOT AT END
                   IF CR-CATEGORY NOT = SPACES AND CR-RULE-COUNT < 20
                       ADD 1 TO CR-RULE-COUNT
                       MOVE CR-CATEGORY
                           TO CR-T-CATEGORY (CR-RULE-COUNT)
                       MOVE CR-LOAN-DAYS
                           TO CR-T-LOAN-DAYS (CR-RULE-COUNT)
                       MOVE CR-MAX-LOANS
                           TO CR-T-MAX-LOANS (CR-RULE-COUNT)
                       MOVE CR-DAILY-FINE
                           TO CR-T-DAILY-FINE (CR-RULE-COUNT)
                       MOVE CR-FINE-CAP
                           TO CR-T-FINE-CAP (CR-RULE-COUNT)
                       MOVE CR-FINE-BLOCK
                           TO CR-T-FINE-BLOCK (CR-RULE-COUNT)
                       MOVE CR-RENEW-MAX
                           TO CR-T-RENEW-MAX (CR-RULE-COUNT)
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE CIRC-RULES-FILE.
       322APPLY-FINE-RULES.
      *>      FINE = DAYS OVERDUE * CATEGORY DAILY RATE, UP TO THE CAP
           COMPUTE CR-WORK-FINE = TOTAL-DAYS * WS-DAILY-FINE.
           IF WS-FINE-CAP > 0 AND CR-WORK-FINE > WS-FINE-CAP
               MOVE WS-FINE-CAP TO CR-WORK-FINE
           END-IF.
           IF CR-WORK-FINE > 99999
               MOVE 99999 TO CR-WORK-FINE
           END-IF.
       323SET-CATEGORY-RULES.
           MOVE CR-DEF-LOAN-DAYS TO WS-LOAN-DAYS.
           MOVE CR-DEF-MAX-LOANS TO WS-MAX-OPEN-LOANS.
           MOVE CR-DEF-DAILY-FINE TO WS-DAILY-FINE.
           MOVE CR-DEF-FINE-CAP TO WS-FINE-CAP.
           MOVE CR-DEF-FINE-BLOCK TO WS-FINE-BLOCK-LIMIT.
           MOVE CR-DEF-RENEW-MAX TO WS-RENEW-MAX.
           IF WS-MEM-CATEGORY = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > CR-RULE-COUNT
               IF CR-T-CATEGORY (CR-IDX) = WS-MEM-CATEGORY
                   MOVE CR-T-LOAN-DAYS (CR-IDX) TO WS-LOAN-DAYS
                   MOVE CR-T-MAX-LOANS (CR-IDX) TO WS-MAX-OPEN-LOANS
                   MOVE CR-T-DAILY-FINE (CR-IDX) TO WS-DAILY-FINE
                   MOVE CR-T-FINE-CAP (CR-IDX) TO WS-FINE-CAP
                   MOVE CR-T-FINE-BLOCK (CR-IDX) TO WS-FINE-BLOCK-LIMIT
                   MOVE CR-T-RENEW-MAX (CR-IDX) TO WS-RENEW-MAX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       324CHECK-CATEGORY.
           MOVE 'N' TO CR-FOUND.
           IF CR-INPUT-CATEGORY = SPACES
               DISPLAY "Category is required."
               EXIT PARAGRAPH
           END-IF.
           IF CR-RULE-COUNT = 0
               MOVE 'Y' TO CR-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > CR-RULE-COUNT
               IF CR-T-CATEGORY (CR-IDX) = CR-INPUT-CATEGORY
                   MOVE 'Y' TO CR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CR-FOUND = 'N'
               DISPLAY "No circulation rules for category "
                   CR-INPUT-CATEGORY "."
           END-IF.
       0051ASSIGN-COPY-ID.
           PERFORM VARYING WS-COPY-IDX FROM 1 BY 1
                   UNTIL WS-COPY-IDX > 99
                   NOT AT END
                       IF INPUT-TR-ID = TR-ID
                       MOVE RETURN-DATE TO TR-RETURN-DATE
                       MOVE TR-MEMBER-ID TO CR-LOOKUP-ID
                       PERFORM 320GET-MEMBER-RULES
                       PERFORM 00555CALCULATE-FINE
                       IF TR-FINE = 0
                           MOVE "IN TIME" TO TR-RETURN-STATUS
                       ELSE
                           MOVE "LATE" TO TR-RETURN-STATUS
                       END-IF
                       MOVE TR-FINE TO LAST-RETURN-FINE
                       MOVE TR-RETURN-STATUS TO LAST-RETURN-STATUS
                       END-IF
                       PERFORM 00522WRITE-TR-TEMP-FILE
               END-READ
           DISPLAY "Enter transaction ID: ".
           ACCEPT INPUT-TR-ID.
           MOVE 'N' TO WS-RENEW-OK.
           MOVE INPUT-MEM-ID TO CR-LOOKUP-ID.
           PERFORM 320GET-MEMBER-RULES.
           PERFORM 451FIND-OPEN-LOAN.
           IF FOUND-COUNT = 0
               DISPLAY "No open loan found for that ISBN,"
           CLOSE TRANSACTION-FILE, TR-TEMP-FILE
           .
       454EXTEND-DUE-DATE.
      *>      NEW DUE = OLD DUE + LOAN PERIOD OF THE MEMBER'S CATEGORY
           MOVE TR-DUE-DATE TO MEM-DATE-NUM.
           MOVE WS-LOAN-DAYS TO MEM-ADD-DAYS.
           PERFORM 015ADD-MEM-DAYS.
           MOVE MEM-DATE-NUM TO TR-DUE-DATE.
       500TRANSACTION-REPORT.
           SET WS-NOT-END-OF-FILE TO TRUE.
           DISPLAY "=====Transactions Report =====".
                           END-IF
                           DISPLAY "Return Date: " TR-RETURN-DATE
                           DISPLAY "Return Status: " TR-RETURN-STATUS
                           MOVE TR-MEMBER-ID TO CR-LOOKUP-ID
                           PERFORM 320GET-MEMBER-RULES
                           MOVE 0 TO TOTAL-DAYS
                           IF WS-DAILY-FINE > 0
                               DIVIDE TR-FINE BY WS-DAILY-FINE
                                   GIVING TOTAL-DAYS
                           END-IF
                           MOVE TOTAL-DAYS TO EDT-TOTAL-DAYS
                           DISPLAY "Overdue: " EDT-TOTAL-DAYS " day(s)"
                           MOVE TR-FINE TO EDT-FINE
           ACCEPT NEW-MEMBER-PHONE.
           DISPLAY "Enter email address: ".
           ACCEPT NEW-MEMBER-EMAIL.
           PERFORM 321LOAD-CIRC-RULES.
           PERFORM TEST AFTER UNTIL CR-FOUND = 'Y'
               DISPLAY "Enter member category"
                   " (e.g. STUDENT, ADULT, SENIOR, STAFF): "
               ACCEPT CR-INPUT-CATEGORY
               MOVE FUNCTION UPPER-CASE (CR-INPUT-CATEGORY)
                   TO CR-INPUT-CATEGORY
               PERFORM 324CHECK-CATEGORY
           END-PERFORM.
           MOVE CR-INPUT-CATEGORY TO NEW-MEMBER-CATEGORY.
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           STRING WS-YEAR, WS-MONTH, WS-DAY
               INTO NEW-MEMBER-JOIN-DATE.
               MOVE NEW-MEMBER-EMAIL TO MEMBER-EMAIL
               MOVE NEW-MEMBER-JOIN-DATE TO MEMBER-JOIN-DATE
               MOVE NEW-MEMBER-EXPIRE-DATE TO MEMBER-EXPIRE-DATE
               MOVE NEW-MEMBER-CATEGORY TO MEMBER-CATEGORY
               PERFORM 904WRITE-MEMBER-TEMP-FILE
           CLOSE MEMBER-FILE, MEMBER-TEMP-FILE
           .
           PERFORM 906UPDATE-MEMBER-FILE.
           MOVE 0 TO CR-LAST-ID.
       904WRITE-MEMBER-TEMP-FILE.
           MOVE MEMBER-ID TO MEMBER-ID-TEMP.
           MOVE MEMBER-F-NAME TO MEMBER-F-NAME-TEMP.
           MOVE MEMBER-EMAIL TO MEMBER-EMAIL-TEMP.
           MOVE MEMBER-JOIN-DATE TO MEMBER-JOIN-DATE-TEMP.
           MOVE MEMBER-EXPIRE-DATE TO MEMBER-EXPIRE-DATE-TEMP.
           MOVE MEMBER-CATEGORY TO MEMBER-CATEGORY-TEMP.
           WRITE MEMBER-TEMP-RECORD FROM WRITE-MEMBER-TEMP-RECORD.
       905WRITE-MEMBER-FILE.
           MOVE MEMBER-ID-TEMP-R TO MEMBER-ID-TEMP.
           MOVE MEMBER-EMAIL-TEMP-R TO MEMBER-EMAIL-TEMP.
           MOVE MEMBER-JOIN-DATE-TEMP-R TO MEMBER-JOIN-DATE-TEMP.
           MOVE MEMBER-EXPIRE-DATE-TEMP-R TO MEMBER-EXPIRE-DATE-TEMP.
           MOVE MEMBER-CATEGORY-TEMP-R TO MEMBER-CATEGORY-TEMP.
           WRITE MEMBER-RECORD FROM WRITE-MEMBER-TEMP-RECORD.
       906UPDATE-MEMBER-FILE.
           SET WS-NOT-END-OF-FILE TO TRUE.
               MOVE NEW-TR-FINE-PAID-DATE TO TR-FINE-PAID-DATE
               MOVE NEW-TR-FINE-PAID-STATUS TO TR-FINE-PAID-STATUS
               MOVE NEW-TR-RENEW-COUNT TO TR-RENEW-COUNT
               MOVE NEW-TR-WO-REASON TO TR-WO-REASON
               PERFORM 00522WRITE-TR-TEMP-FILE
           CLOSE TRANSACTION-FILE, TR-TEMP-FILE
           .
           MOVE TR-FINE-PAID-DATE TO TR-FINE-PAID-DATE-TEMP.
           MOVE TR-FINE-PAID-STATUS TO TR-FINE-PAID-STATUS-TEMP.
           MOVE TR-RENEW-COUNT TO TR-RENEW-COUNT-TEMP.
           MOVE TR-WO-REASON TO TR-WO-REASON-TEMP.
           WRITE TR-TEMP-RECORD FROM WRITE-TR-TEMP-RECORD.
       00533WRITE-TR-FILE.
           MOVE TR-ID-TEMP-R TO TR-ID-TEMP.
           MOVE TR-FINE-PAID-DATE-TEMP-R TO TR-FINE-PAID-DATE-TEMP.
           MOVE TR-FINE-PAID-STATUS-TEMP-R TO TR-FINE-PAID-STATUS-TEMP.
           MOVE TR-RENEW-COUNT-TEMP-R TO TR-RENEW-COUNT-TEMP.
           MOVE TR-WO-REASON-TEMP-R TO TR-WO-REASON-TEMP.
           WRITE TRANSACTION-RECORD FROM WRITE-TR-TEMP-RECORD.
       600PLACE-HOLD.
           DISPLAY "===== Place Hold =====".
           END-IF.
           MOVE INPUT-ISBN TO RET-ISBN.
           MOVE WS-LOST-COPY-ID TO RET-COPY-ID.
           MOVE WS-LD-STATUS TO RET-REASON.
           WRITE RETIRED-RECORD.
           CLOSE RETIRED-FILE.
       935RECORD-WEEDING.
           DISPLAY "===== Record Weeding Decision =====".
           DISPLAY "Enter book's ISBN: ".
           ACCEPT INPUT-ISBN.
           PERFORM 005GET-BOOK.
           IF FOUND-COUNT = 0
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Title: " TITLE-TEMP.
           MOVE 0 TO WS-LOST-COPY-ID.
           DISPLAY "Enter copy ID to weed: ".
           ACCEPT WS-LOST-COPY-ID.
           MOVE 'N' TO WD-FOUND.
           IF WS-LOST-COPY-ID = 0
               DISPLAY "Copy ID must be 1-99."
               MOVE 'Y' TO WD-FOUND
           END-IF.
           IF WD-FOUND = 'N'
               PERFORM 936CHECK-WEED-COPY
           END-IF.
           IF WD-FOUND = 'Y'
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter 'Y' to retire copy " WS-LOST-COPY-ID
               " as WEEDED: ".
           ACCEPT INPUT-ACCEPT.
           IF INPUT-ACCEPT NOT = 'Y'
               DISPLAY "Nothing recorded."
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           MOVE "WEEDED" TO WS-LD-STATUS.
           PERFORM 932RETIRE-COPY.
           PERFORM 937WEED-BOOK-COPY.
           MOVE "WEED" TO WS-SA-ACTION.
           MOVE INPUT-ISBN TO WS-SA-REF.
           PERFORM 020LOG-STAFF-ACTION.
           DISPLAY "Copy " WS-LOST-COPY-ID " of " INPUT-ISBN
               " retired as WEEDED.".
           DISPLAY "Press Enter to return to the main menu...".
           ACCEPT CHOICE.
       936CHECK-WEED-COPY.
      *>      ONLY A COPY SITTING ON THE SHELF CAN BE WEEDED
           MOVE 0 TO WS-OPEN-LOAN-COUNT.
           MOVE 0 TO WS-RETIRED-COUNT.
           MOVE 0 TO WS-TOTAL-COPIES.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT RETIRED-FILE.
           IF WS-RETIRED-STATUS NOT = "35"
               PERFORM UNTIL WS-END-OF-FILE
                   READ RETIRED-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RET-ISBN = INPUT-ISBN
                               AND RET-COPY-ID > 0
                               AND RET-COPY-ID <= 99
                           ADD 1 TO WS-RETIRED-COUNT
                       END-IF
                       IF RET-ISBN = INPUT-ISBN
                               AND RET-COPY-ID = WS-LOST-COPY-ID
                           MOVE 'Y' TO WD-FOUND
                           DISPLAY "Copy is already retired ("
                               RET-REASON ")."
                           EXIT PERFORM
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RETIRED-FILE
           END-IF.
           IF WD-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT TRANSACTION-FILE
               PERFORM UNTIL WS-END-OF-FILE
                   READ TRANSACTION-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TR-ISBN = INPUT-ISBN
                               AND TR-RETURN-STATUS = "-"
                           ADD 1 TO WS-OPEN-LOAN-COUNT
                       END-IF
                       IF TR-ISBN = INPUT-ISBN
                               AND TR-COPY-ID = WS-LOST-COPY-ID
                               AND TR-RETURN-STATUS = "-"
                           MOVE 'Y' TO WD-FOUND
                           DISPLAY "Copy is out on loan (transaction "
                               TR-ID "); return it first."
                           EXIT PERFORM
                       END-IF
                   END-READ
               END-PERFORM
           CLOSE TRANSACTION-FILE
           .
           IF WD-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT BOOK-FILE
               PERFORM UNTIL WS-END-OF-FILE
                   READ BOOK-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF ISBN = INPUT-ISBN AND COPY-NO = 0
                           MOVE 'Y' TO WD-FOUND
                           DISPLAY "No copies of this title are on"
                               " the shelf."
                           EXIT PERFORM
                       END-IF
                       IF ISBN = INPUT-ISBN
      *>                      SAME ARITHMETIC AS 0051ASSIGN-COPY-ID,
      *>                      LESS THE LOAN BEING ISSUED THERE
                           COMPUTE WS-TOTAL-COPIES = COPY-NO
                                   + WS-OPEN-LOAN-COUNT
                                   + WS-RETIRED-COUNT
                               ON SIZE ERROR
                                   MOVE 99 TO WS-TOTAL-COPIES
                           END-COMPUTE
                       END-IF
                   END-READ
               END-PERFORM
           CLOSE BOOK-FILE
           .
           IF WD-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOST-COPY-ID > WS-TOTAL-COPIES
               MOVE 'Y' TO WD-FOUND
               DISPLAY "Copy " WS-LOST-COPY-ID " was never issued;"
                   " this title has " WS-TOTAL-COPIES " copies."
           END-IF.
       937WEED-BOOK-COPY.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT BOOK-FILE
               OPEN OUTPUT BOOK-TEMP-FILE
               PERFORM UNTIL WS-END-OF-FILE
                   READ BOOK-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF ISBN = INPUT-ISBN AND COPY-NO > 0
                           SUBTRACT 1 FROM COPY-NO
                           IF COPY-NO = 0
                               MOVE "NOT AVAILABLE" TO BOOK-STATUS
                           END-IF
                       END-IF
                       PERFORM 0341WRITE-BOOK-TEMP-FILE
                   END-READ
               END-PERFORM
           CLOSE BOOK-FILE, BOOK-TEMP-FILE
           .
           PERFORM 034UPDATE-BOOK-FILE.
       960CIRC-RULES-MENU.
           DISPLAY "===== Circulation Rules =====".
           PERFORM 321LOAD-CIRC-RULES.
           DISPLAY "CATEGORY LOAN-DAYS MAX-LOANS FINE/DAY FINE-CAP"
               " BLOCK-AT RENEWALS".
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > CR-RULE-COUNT
               DISPLAY CR-T-CATEGORY (CR-IDX) "  "
                   CR-T-LOAN-DAYS (CR-IDX) "        "
                   CR-T-MAX-LOANS (CR-IDX) "        "
                   CR-T-DAILY-FINE (CR-IDX) "      "
                   CR-T-FINE-CAP (CR-IDX) "    "
                   CR-T-FINE-BLOCK (CR-IDX) "    "
                   CR-T-RENEW-MAX (CR-IDX)
           END-PERFORM.
           IF CR-RULE-COUNT = 0
               DISPLAY "No rules on file; every member gets "
                   CR-DEF-LOAN-DAYS " days, " CR-DEF-MAX-LOANS
                   " loans, " CR-DEF-DAILY-FINE " per day."
           END-IF.
           MOVE SPACES TO CR-INPUT-CATEGORY.
           DISPLAY "Enter category to add or change (blank to leave): ".
           ACCEPT CR-INPUT-CATEGORY.
           MOVE FUNCTION UPPER-CASE (CR-INPUT-CATEGORY)
               TO CR-INPUT-CATEGORY.
           IF CR-INPUT-CATEGORY = SPACES
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CR-IDX.
           PERFORM VARYING CR-JDX FROM 1 BY 1
                   UNTIL CR-JDX > CR-RULE-COUNT
               IF CR-T-CATEGORY (CR-JDX) = CR-INPUT-CATEGORY
                   MOVE CR-JDX TO CR-IDX
               END-IF
           END-PERFORM.
           IF CR-IDX = 0
               IF CR-RULE-COUNT >= 20
                   DISPLAY "Rules table is full (20 categories)."
                   DISPLAY "Press Enter to return to the main menu..."
                   ACCEPT CHOICE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *>      VALUES ARE HELD OUTSIDE THE TABLE UNTIL THEY PASS, SO A
      *>      REJECTED ENTRY LEAVES THE RULES IN FORCE UNTOUCHED
           MOVE ZEROES TO CR-INPUT-RULE.
           DISPLAY "Enter loan period in days: ".
           ACCEPT CR-IN-LOAN-DAYS.
           DISPLAY "Enter maximum open loans: ".
           ACCEPT CR-IN-MAX-LOANS.
           DISPLAY "Enter fine per overdue day: ".
           ACCEPT CR-IN-DAILY-FINE.
           DISPLAY "Enter fine cap per item (0 = no cap): ".
           ACCEPT CR-IN-FINE-CAP.
           DISPLAY "Enter unpaid fines that block borrowing: ".
           ACCEPT CR-IN-FINE-BLOCK.
           DISPLAY "Enter renewals allowed: ".
           ACCEPT CR-IN-RENEW-MAX.
           IF CR-IN-LOAN-DAYS = 0
                   OR CR-IN-LOAN-DAYS > 60
                   OR CR-IN-MAX-LOANS = 0
               DISPLAY "Rejected: loan period must be 1-60 days and"
                   " at least one loan allowed."
               DISPLAY "Rules not changed."
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           IF CR-IDX = 0
               ADD 1 TO CR-RULE-COUNT
               MOVE CR-RULE-COUNT TO CR-IDX
               MOVE CR-INPUT-CATEGORY TO CR-T-CATEGORY (CR-IDX)
           END-IF.
           MOVE CR-IN-LOAN-DAYS TO CR-T-LOAN-DAYS (CR-IDX).
           MOVE CR-IN-MAX-LOANS TO CR-T-MAX-LOANS (CR-IDX).
           MOVE CR-IN-DAILY-FINE TO CR-T-DAILY-FINE (CR-IDX).
           MOVE CR-IN-FINE-CAP TO CR-T-FINE-CAP (CR-IDX).
           MOVE CR-IN-FINE-BLOCK TO CR-T-FINE-BLOCK (CR-IDX).
           MOVE CR-IN-RENEW-MAX TO CR-T-RENEW-MAX (CR-IDX).
           PERFORM 961WRITE-CIRC-RULES.
           MOVE 0 TO CR-LAST-ID.
           MOVE "CIRCRULES" TO WS-SA-ACTION.
           MOVE CR-INPUT-CATEGORY TO WS-SA-REF.
           PERFORM 020LOG-STAFF-ACTION.
           DISPLAY "Rules saved for " CR-INPUT-CATEGORY.
           DISPLAY "Press Enter to return to the main menu...".
           ACCEPT CHOICE.
       961WRITE-CIRC-RULES.
           OPEN OUTPUT CIRC-RULES-FILE.
           PERFORM VARYING CR-JDX FROM 1 BY 1
                   UNTIL CR-JDX > CR-RULE-COUNT
               MOVE CR-T-CATEGORY (CR-JDX) TO CR-CATEGORY
               MOVE CR-T-LOAN-DAYS (CR-JDX) TO CR-LOAN-DAYS
               MOVE CR-T-MAX-LOANS (CR-JDX) TO CR-MAX-LOANS
               MOVE CR-T-DAILY-FINE (CR-JDX) TO CR-DAILY-FINE
               MOVE CR-T-FINE-CAP (CR-JDX) TO CR-FINE-CAP
               MOVE CR-T-FINE-BLOCK (CR-JDX) TO CR-FINE-BLOCK
               MOVE CR-T-RENEW-MAX (CR-JDX) TO CR-RENEW-MAX
               WRITE CIRC-RULES-RECORD
           END-PERFORM.
           CLOSE CIRC-RULES-FILE.
       940RENEW-MEMBERSHIP.
           DISPLAY "===== Renew Membership =====".
           PERFORM 010FIND-MEMBER.
           CLOSE MEMBER-FILE, MEMBER-TEMP-FILE
           .
           PERFORM 906UPDATE-MEMBER-FILE.
       770WEEDING-REPORT.
           DISPLAY "=== COLLECTION WEEDING REPORT ===".
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           STRING WS-YEAR, WS-MONTH, WS-DAY INTO WS-TODAY-8.
           MOVE SPACES TO WD-FROM-DATE.
           DISPLAY "Enter period start (YYYYMMDD, blank for all): ".
           ACCEPT WD-FROM-DATE.
           IF WD-FROM-DATE = SPACES
               MOVE "00000000" TO WD-FROM-DATE
           END-IF.
           MOVE SPACES TO WD-TO-DATE.
           DISPLAY "Enter period end (YYYYMMDD, blank for today): ".
           ACCEPT WD-TO-DATE.
           IF WD-TO-DATE = SPACES
               MOVE WS-TODAY-8 TO WD-TO-DATE
           END-IF.
           MOVE 0 TO WD-IDLE-MONTHS.
           DISPLAY "Months without a loan to list a copy"
               " (default 24): ".
           ACCEPT WD-IDLE-MONTHS.
           IF WD-IDLE-MONTHS = 0
               MOVE 24 TO WD-IDLE-MONTHS
           END-IF.
      *>      CUTOFF = TODAY LESS N MONTHS; LAST LOAN BEFORE IT IS IDLE
           MOVE WS-YEAR TO WD-CUT-Y.
           MOVE WS-MONTH TO WD-CUT-M.
           COMPUTE WD-CUT-TOTAL = WD-CUT-Y * 12 + WD-CUT-M - 1
               - WD-IDLE-MONTHS.
           DIVIDE WD-CUT-TOTAL BY 12 GIVING WD-CUT-Y
               REMAINDER WD-CUT-M.
           ADD 1 TO WD-CUT-M.
           MOVE WS-DAY TO WD-CUT-D.
           MOVE 0 TO WD-BOOK-COUNT.
           MOVE 0 TO WD-COPY-COUNT.
           MOVE 'N' TO WD-OVERFLOW.
           PERFORM 771WD-LOAD-BOOKS.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT TRANSACTION-FILE
               PERFORM UNTIL WS-END-OF-FILE
                   READ TRANSACTION-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 772WD-TALLY-LOAN
                   END-READ
               END-PERFORM
           CLOSE TRANSACTION-FILE
           .
           PERFORM 775WD-TALLY-ARCHIVES.
           PERFORM 777WD-LOAD-RETIRED.
           PERFORM 778WD-ADD-SHELF-COPIES.
           PERFORM 779WD-SORT-COPIES.
           PERFORM 780WD-WRITE-REPORT.
           IF WD-OVERFLOW = 'Y'
               DISPLAY "Catalogue exceeds the report tables; only the"
                   " first 500 titles / 2000 copies are shown."
           END-IF.
           DISPLAY "Copies not circulated: " WD-IDLE-COUNT.
           DISPLAY "Over-copied titles:    " WD-OVER-COUNT.
           DISPLAY "Report written to weeding-report.txt".
           DISPLAY "=== END OF WEEDING REPORT ===".
       771WD-LOAD-BOOKS.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT BOOK-FILE
               PERFORM UNTIL WS-END-OF-FILE
                   READ BOOK-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WD-BOOK-COUNT < 500
                           ADD 1 TO WD-BOOK-COUNT
                           MOVE ISBN TO WD-B-ISBN (WD-BOOK-COUNT)
                           MOVE CONGRESS
                               TO WD-B-CONGRESS (WD-BOOK-COUNT)
                           MOVE BOOK-TITLE
                               TO WD-B-TITLE (WD-BOOK-COUNT)
                           MOVE BOOK-PRICE
                               TO WD-B-PRICE (WD-BOOK-COUNT)
                           MOVE COPY-NO TO WD-B-AVAIL (WD-BOOK-COUNT)
                           MOVE 0 TO WD-B-OPEN (WD-BOOK-COUNT)
                           MOVE 0 TO WD-B-RETIRED (WD-BOOK-COUNT)
                           MOVE 0 TO WD-B-LOANS (WD-BOOK-COUNT)
                       ELSE
                           MOVE 'Y' TO WD-OVERFLOW
                       END-IF
                   END-READ
               END-PERFORM
           CLOSE BOOK-FILE
           .
       772WD-TALLY-LOAN.
           MOVE TR-ISBN TO WD-MATCH-ISBN.
           PERFORM 773WD-FIND-BOOK.
           IF WD-BIDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF TR-BORROW-DATE >= WD-FROM-DATE
                   AND TR-BORROW-DATE <= WD-TO-DATE
               ADD 1 TO WD-B-LOANS (WD-BIDX)
           END-IF.
           IF TR-RETURN-STATUS = "-"
               ADD 1 TO WD-B-OPEN (WD-BIDX)
           END-IF.
           IF TR-COPY-ID = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE TR-COPY-ID TO WD-MATCH-COPY.
           PERFORM 774WD-FIND-COPY.
           IF WD-CIDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF WD-C-LAST-LOAN (WD-CIDX) = SPACES
                   OR TR-BORROW-DATE > WD-C-LAST-LOAN (WD-CIDX)
               MOVE TR-BORROW-DATE TO WD-C-LAST-LOAN (WD-CIDX)
           END-IF.
           IF TR-BORROW-DATE >= WD-FROM-DATE
                   AND TR-BORROW-DATE <= WD-TO-DATE
               ADD 1 TO WD-C-LOANS (WD-CIDX)
           END-IF.
           IF TR-RETURN-STATUS = "-"
               MOVE "ON LOAN" TO WD-C-STATE (WD-CIDX)
           END-IF.
       773WD-FIND-BOOK.
           MOVE 0 TO WD-BIDX.
           PERFORM VARYING WD-BJDX FROM 1 BY 1
                   UNTIL WD-BJDX > WD-BOOK-COUNT
               IF WD-B-ISBN (WD-BJDX) = WD-MATCH-ISBN
                   MOVE WD-BJDX TO WD-BIDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       774WD-FIND-COPY.
           MOVE 0 TO WD-CIDX.
           PERFORM VARYING WD-CJDX FROM 1 BY 1
                   UNTIL WD-CJDX > WD-COPY-COUNT
               IF WD-C-BOOK (WD-CJDX) = WD-BIDX
                       AND WD-C-COPY-ID (WD-CJDX) = WD-MATCH-COPY
                   MOVE WD-CJDX TO WD-CIDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WD-CIDX > 0
               EXIT PARAGRAPH
           END-IF.
           IF WD-COPY-COUNT >= 2000
               MOVE 'Y' TO WD-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WD-COPY-COUNT.
           MOVE WD-COPY-COUNT TO WD-CIDX.
           MOVE WD-BIDX TO WD-C-BOOK (WD-CIDX).
           MOVE WD-MATCH-COPY TO WD-C-COPY-ID (WD-CIDX).
           MOVE SPACES TO WD-C-LAST-LOAN (WD-CIDX).
           MOVE 0 TO WD-C-LOANS (WD-CIDX).
           MOVE "ON SHELF" TO WD-C-STATE (WD-CIDX).
           STRING WD-B-CONGRESS (WD-BIDX) WD-B-ISBN (WD-BIDX)
               WD-MATCH-COPY
               DELIMITED BY SIZE INTO WD-C-KEY (WD-CIDX).
       775WD-TALLY-ARCHIVES.
           MOVE SPACES TO AR-LAST-FILE.
           MOVE 'N' TO AR-MARK-EOF.
           OPEN INPUT TR-ARCH-MARK-FILE.
           IF WS-TRARC-STATUS = "35"
               MOVE 'Y' TO AR-MARK-EOF
           ELSE
               PERFORM UNTIL AR-MARK-EOF = 'Y'
                   READ TR-ARCH-MARK-FILE
                   AT END
                       MOVE 'Y' TO AR-MARK-EOF
                   NOT AT END
                       IF TRARC-FILE NOT = AR-LAST-FILE
                           MOVE TRARC-FILE TO AR-LAST-FILE
                           MOVE TRARC-FILE TO WS-TR-ARCH-FILENAME
                           PERFORM 776WD-TALLY-ONE-ARCHIVE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TR-ARCH-MARK-FILE
           END-IF.
       776WD-TALLY-ONE-ARCHIVE.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT TR-ARCHIVE-FILE.
           IF WS-TR-ARCH-STATUS = "35"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ TR-ARCHIVE-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE TR-ARCHIVE-RECORD TO TRANSACTION-RECORD
                       PERFORM 772WD-TALLY-LOAN
                   END-READ
               END-PERFORM
               CLOSE TR-ARCHIVE-FILE
           END-IF.
       777WD-LOAD-RETIRED.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT RETIRED-FILE.
           IF WS-RETIRED-STATUS NOT = "35"
               PERFORM UNTIL WS-END-OF-FILE
                   READ RETIRED-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE RET-ISBN TO WD-MATCH-ISBN
                       PERFORM 773WD-FIND-BOOK
                       IF WD-BIDX > 0 AND RET-COPY-ID > 0
                           ADD 1 TO WD-B-RETIRED (WD-BIDX)
                           MOVE RET-COPY-ID TO WD-MATCH-COPY
                           PERFORM 774WD-FIND-COPY
                           IF WD-CIDX > 0
                               MOVE RET-REASON
                                   TO WD-C-STATE (WD-CIDX)
                               IF RET-REASON = SPACES
                                   MOVE "RETIRED"
                                       TO WD-C-STATE (WD-CIDX)
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RETIRED-FILE
           END-IF.
       778WD-ADD-SHELF-COPIES.
      *>      COPIES NEVER LENT HAVE NO TRANSACTION; THE TITLE'S COPY
      *>      COUNT IS ON THE SHELF + OUT ON LOAN + RETIRED
           PERFORM VARYING WD-BIDX FROM 1 BY 1
                   UNTIL WD-BIDX > WD-BOOK-COUNT
               COMPUTE WD-B-TOTAL (WD-BIDX) = WD-B-AVAIL (WD-BIDX)
                   + WD-B-OPEN (WD-BIDX) + WD-B-RETIRED (WD-BIDX)
               IF WD-B-TOTAL (WD-BIDX) > 99
                   MOVE 99 TO WD-B-TOTAL (WD-BIDX)
               END-IF
               PERFORM VARYING WD-MATCH-COPY FROM 1 BY 1
                       UNTIL WD-MATCH-COPY > WD-B-TOTAL (WD-BIDX)
                   PERFORM 774WD-FIND-COPY
               END-PERFORM
           END-PERFORM.
       779WD-SORT-COPIES.
           PERFORM VARYING WD-CIDX FROM 1 BY 1
                   UNTIL WD-CIDX > WD-COPY-COUNT
               MOVE WD-CIDX TO WD-SORT-IDX (WD-CIDX)
           END-PERFORM.
           PERFORM VARYING WD-CIDX FROM 1 BY 1
                   UNTIL WD-CIDX >= WD-COPY-COUNT
               PERFORM VARYING WD-CJDX FROM 1 BY 1
                       UNTIL WD-CJDX >= WD-COPY-COUNT
                   IF WD-C-KEY (WD-SORT-IDX (WD-CJDX)) >
                           WD-C-KEY (WD-SORT-IDX (WD-CJDX + 1))
                       MOVE WD-SORT-IDX (WD-CJDX) TO WD-SORT-SWAP
                       MOVE WD-SORT-IDX (WD-CJDX + 1)
                           TO WD-SORT-IDX (WD-CJDX)
                       MOVE WD-SORT-SWAP TO WD-SORT-IDX (WD-CJDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       780WD-WRITE-REPORT.
           MOVE 0 TO WD-IDLE-COUNT.
           MOVE 0 TO WD-OVER-COUNT.
           OPEN OUTPUT WEED-RPT-FILE.
           MOVE SPACES TO WEED-RPT-LINE.
           STRING "COLLECTION WEEDING REPORT  RUN DATE " WS-TODAY-8
               "  PERIOD " WD-FROM-DATE " TO " WD-TO-DATE
               DELIMITED BY SIZE INTO WEED-RPT-LINE.
           WRITE WEED-RPT-LINE.
           MOVE SPACES TO WEED-RPT-LINE.
           WRITE WEED-RPT-LINE.
           MOVE "COPY CIRCULATION IN SHELF ORDER" TO WEED-RPT-LINE.
           WRITE WEED-RPT-LINE.
           PERFORM 782WD-WRITE-COLUMN-HEAD.
           PERFORM VARYING WD-SIDX FROM 1 BY 1
                   UNTIL WD-SIDX > WD-COPY-COUNT
               MOVE WD-SORT-IDX (WD-SIDX) TO WD-CIDX
               PERFORM 781WD-WRITE-COPY-LINE
           END-PERFORM.
           MOVE SPACES TO WEED-RPT-LINE.
           WRITE WEED-RPT-LINE.
           MOVE WD-IDLE-MONTHS TO EDT-WD-MONTHS.
           MOVE SPACES TO WEED-RPT-LINE.
           STRING "NOT CIRCULATED IN " EDT-WD-MONTHS
               " MONTHS (NO LOAN SINCE " WD-CUTOFF-DATE ")"
               DELIMITED BY SIZE INTO WEED-RPT-LINE.
           WRITE WEED-RPT-LINE.
           PERFORM 782WD-WRITE-COLUMN-HEAD.
           PERFORM VARYING WD-SIDX FROM 1 BY 1
                   UNTIL WD-SIDX > WD-COPY-COUNT
               MOVE WD-SORT-IDX (WD-SIDX) TO WD-CIDX
               IF WD-C-STATE (WD-CIDX) = "ON SHELF"
                       AND (WD-C-LAST-LOAN (WD-CIDX) = SPACES
                       OR WD-C-LAST-LOAN (WD-CIDX) < WD-CUTOFF-DATE)
                   PERFORM 781WD-WRITE-COPY-LINE
                   ADD 1 TO WD-IDLE-COUNT
               END-IF
           END-PERFORM.
           MOVE WD-IDLE-COUNT TO EDT-WD-LOANS.
           MOVE SPACES TO WEED-RPT-LINE.
           STRING "  COPIES LISTED: " EDT-WD-LOANS
               DELIMITED BY SIZE INTO WEED-RPT-LINE.
           WRITE WEED-RPT-LINE.
           MOVE SPACES TO WEED-RPT-LINE.
           WRITE WEED-RPT-LINE.
           MOVE "OVER-COPIED TITLES (FEWER LOANS THAN COPIES IN PERIOD)"
               TO WEED-RPT-LINE.
           WRITE WEED-RPT-LINE.
           MOVE SPACES TO WEED-RPT-LINE.
           STRING "  ISBN          COPIES  LOANS  LOANS/COPY  TITLE"
               DELIMITED BY SIZE INTO WEED-RPT-LINE.
           WRITE WEED-RPT-LINE.
           PERFORM VARYING WD-BIDX FROM 1 BY 1
                   UNTIL WD-BIDX > WD-BOOK-COUNT
               IF WD-B-TOTAL (WD-BIDX) > 1
                       AND WD-B-LOANS (WD-BIDX) < WD-B-TOTAL (WD-BIDX)
                   COMPUTE WD-PER-COPY ROUNDED =
                       WD-B-LOANS (WD-BIDX) / WD-B-TOTAL (WD-BIDX)
                   MOVE WD-PER-COPY TO EDT-WD-PER-COPY
                   MOVE WD-B-TOTAL (WD-BIDX) TO EDT-WD-COPIES
                   MOVE WD-B-LOANS (WD-BIDX) TO EDT-WD-LOANS
                   MOVE SPACES TO WEED-RPT-LINE
                   STRING "  " WD-B-ISBN (WD-BIDX)
                       "     " EDT-WD-COPIES
                       "  " EDT-WD-LOANS
                       "        " EDT-WD-PER-COPY
                       "  " WD-B-TITLE (WD-BIDX)
                       DELIMITED BY SIZE INTO WEED-RPT-LINE
                   WRITE WEED-RPT-LINE
                   ADD 1 TO WD-OVER-COUNT
               END-IF
           END-PERFORM.
           CLOSE WEED-RPT-FILE.
       781WD-WRITE-COPY-LINE.
           MOVE WD-C-BOOK (WD-CIDX) TO WD-BIDX.
           MOVE WD-C-LOANS (WD-CIDX) TO EDT-WD-LOANS.
           MOVE WD-C-LAST-LOAN (WD-CIDX) TO WD-LAST-LOAN-OUT.
           IF WD-LAST-LOAN-OUT = SPACES
               MOVE "NEVER" TO WD-LAST-LOAN-OUT
           END-IF.
           IF WD-C-LOANS (WD-CIDX) > 0
               COMPUTE WD-COST ROUNDED =
                   WD-B-PRICE (WD-BIDX) / WD-C-LOANS (WD-CIDX)
               MOVE WD-COST TO EDT-WD-COST
               MOVE EDT-WD-COST TO WD-COST-OUT
           ELSE
               MOVE "  NO LOANS" TO WD-COST-OUT
           END-IF.
           MOVE SPACES TO WEED-RPT-LINE.
           STRING "  " WD-B-CONGRESS (WD-BIDX) (1:20)
               " " WD-B-ISBN (WD-BIDX)
               " " WD-C-COPY-ID (WD-CIDX)
               " " WD-LAST-LOAN-OUT
               " " EDT-WD-LOANS
               " " WD-COST-OUT
               " " WD-C-STATE (WD-CIDX)
               " " WD-B-TITLE (WD-BIDX)
               DELIMITED BY SIZE INTO WEED-RPT-LINE.
           WRITE WEED-RPT-LINE.
       782WD-WRITE-COLUMN-HEAD.
           MOVE SPACES TO WEED-RPT-LINE.
           STRING "  CALL NUMBER          ISBN          CP LAST LOAN"
               " LOANS COST/LOAN  STATE    TITLE"
               DELIMITED BY SIZE INTO WEED-RPT-LINE.
           WRITE WEED-RPT-LINE.
       790EXPIRY-REPORT.
           DISPLAY "=== MEMBERSHIPS EXPIRING WITHIN 30 DAYS ===".
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           STRING WS-YEAR, WS-MONTH, WS-DAY INTO WS-TODAY-8.
           MOVE WS-TODAY-8 TO MEM-DATE-NUM.
           PERFORM 013ADD-30-DAYS.
           MOVE MEM-DATE-NUM TO WS-EXP-LIMIT.
           MOVE 0 TO EXP-COUNT.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT MEMBER-FILE
               OPEN OUTPUT EXPIRY-FILE
               PERFORM UNTIL WS-END-OF-FILE
                   READ MEMBER-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF MEMBER-EXPIRE-DATE IS NUMERIC
                               AND MEMBER-EXPIRE-DATE >= WS-TODAY-8
                               AND MEMBER-EXPIRE-DATE <= WS-EXP-LIMIT
                           ADD 1 TO EXP-COUNT
                           MOVE SPACES TO EXPIRY-LINE
                           STRING MEMBER-ID " " MEMBER-F-NAME " "
                               MEMBER-L-NAME " EXPIRES "
                               MEMBER-EXPIRE-DATE " PHONE "
                               MEMBER-PHONE
                               DELIMITED BY SIZE INTO EXPIRY-LINE
                           WRITE EXPIRY-LINE
                           DISPLAY EXPIRY-LINE
                       END-IF
                   END-READ
               END-PERFORM
           CLOSE MEMBER-FILE, EXPIRY-FILE
           .
           DISPLAY "Memberships expiring soon: " EXP-COUNT.
           DISPLAY "Report written to expiry-report.txt".
           DISPLAY "=== END OF EXPIRY REPORT ===".
       700OVERDUE-NOTICE-REPORT.
           DISPLAY "=== OVERDUE NOTICE LETTER RUN ===".
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           STRING WS-YEAR, WS-MONTH, WS-DAY INTO RETURN-DATE.
           MOVE 0 TO OV-COUNT.
           MOVE 0 TO OV-TAB-COUNT.
           MOVE 0 TO OV-OVERFLOW-COUNT.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT TRANSACTION-FILE
               PERFORM UNTIL WS-END-OF-FILE
                   READ TRANSACTION-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF TR-RETURN-STATUS = "-"
                               PERFORM CAL_DAYS_OVERDUE
                               IF TOTAL-DAYS > 0
                                   PERFORM 701TABLE-OVERDUE-LOAN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE TRANSACTION-FILE
           .
           IF OV-OVERFLOW-COUNT > 0
               DISPLAY "Overdue table overflowed; letters cover the"
                   " first 200 loans only."
           END-IF.
           PERFORM 702SORT-OVERDUE-TABLE.
           OPEN OUTPUT OVERDUE-FILE.
           MOVE 1 TO OV-GRP-START.
           PERFORM UNTIL OV-GRP-START > OV-TAB-COUNT
               MOVE OV-GRP-START TO OV-GRP-END
               PERFORM UNTIL OV-GRP-END = OV-TAB-COUNT
                       OR OV-T-MEMBER (OV-GRP-END + 1) NOT =
                          OV-T-MEMBER (OV-GRP-START)
                   ADD 1 TO OV-GRP-END
               END-PERFORM
               PERFORM 704WRITE-NOTICE-LETTER
               ADD 1 TO OV-COUNT
               COMPUTE OV-GRP-START = OV-GRP-END + 1
           END-PERFORM.
           CLOSE OVERDUE-FILE.
           DISPLAY "Notice letters written: " OV-COUNT.
           DISPLAY "=== END OF NOTICE RUN ===".
       701TABLE-OVERDUE-LOAN.
           IF OV-TAB-COUNT < 200
               ADD 1 TO OV-TAB-COUNT
               MOVE TR-MEMBER-ID TO OV-T-MEMBER (OV-TAB-COUNT)
               MOVE TR-ISBN TO OV-T-ISBN (OV-TAB-COUNT)
               MOVE TOTAL-DAYS TO OV-T-DAYS (OV-TAB-COUNT)
               MOVE TR-MEMBER-ID TO CR-LOOKUP-ID
               PERFORM 320GET-MEMBER-RULES
               PERFORM 322APPLY-FINE-RULES
               MOVE CR-WORK-FINE TO OV-T-FINE (OV-TAB-COUNT)
           ELSE
               ADD 1 TO OV-OVERFLOW-COUNT
           END-IF.
           MOVE 0 TO MR-LATE-COUNT.
           MOVE 0 TO MR-FINES-ASSESSED.
           MOVE 0 TO MR-FINES-COLLECTED.
           MOVE 0 TO MR-FINES-WRITTEN-OFF.
           MOVE 0 TO MR-TITLE-COUNT.
           MOVE 0 TO MR-MEMBER-COUNT.
           MOVE 0 TO MR-CAT-COUNT.
           PERFORM 757LOAD-MEMBER-CATEGORIES.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT TRANSACTION-FILE
               PERFORM UNTIL WS-END-OF-FILE
           STRING "FINES COLLECTED: " EDT-MR-FINE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE MR-FINES-WRITTEN-OFF TO EDT-MR-FINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "WRITTEN OFF:     " EDT-MR-FINE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BY MEMBER CATEGORY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CATEGORY  BORROWED  RETURNED   LATE"
               "   FINES ASSESSED  FINES COLLECTED  WRITTEN OFF"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING MR-CAT-IDX FROM 1 BY 1
                   UNTIL MR-CAT-IDX > MR-CAT-COUNT
               MOVE MR-C-BORROWS (MR-CAT-IDX) TO EDT-MR-COUNT
               MOVE MR-C-RETURNS (MR-CAT-IDX) TO EDT-MR-COUNT-2
               MOVE MR-C-LATE (MR-CAT-IDX) TO EDT-MR-COUNT-3
               MOVE MR-C-ASSESSED (MR-CAT-IDX) TO EDT-MR-FINE
               MOVE MR-C-COLLECTED (MR-CAT-IDX) TO EDT-MR-FINE-2
               MOVE MR-C-WRITTEN-OFF (MR-CAT-IDX) TO EDT-MR-FINE-3
               MOVE SPACES TO REPORT-LINE
               STRING "  " MR-C-CATEGORY (MR-CAT-IDX)
                   "     " EDT-MR-COUNT
                   "     " EDT-MR-COUNT-2
                   "  " EDT-MR-COUNT-3
                   "          " EDT-MR-FINE
                   "          " EDT-MR-FINE-2
                   "      " EDT-MR-FINE-3
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MOST-BORROWED TITLES" TO REPORT-LINE.
           DISPLAY "Report written to circulation-report.txt".
           DISPLAY "=== END OF MONTHLY STATISTICS ===".
       751TALLY-TRANSACTION.
           PERFORM 758FIND-TALLY-CATEGORY.
           IF TR-BORROW-DATE (1:6) = RPT-MONTH
               ADD 1 TO MR-BORROW-COUNT
               IF MR-CAT-IDX > 0
                   ADD 1 TO MR-C-BORROWS (MR-CAT-IDX)
               END-IF
               MOVE 0 TO MR-JDX
               PERFORM VARYING MR-IDX FROM 1 BY 1
                       UNTIL MR-IDX > MR-TITLE-COUNT
                   ADD 1 TO MR-LATE-COUNT
               END-IF
               ADD TR-FINE TO MR-FINES-ASSESSED
               IF MR-CAT-IDX > 0
                   ADD 1 TO MR-C-RETURNS (MR-CAT-IDX)
                   IF TR-RETURN-STATUS = "LATE"
                       ADD 1 TO MR-C-LATE (MR-CAT-IDX)
                   END-IF
                   ADD TR-FINE TO MR-C-ASSESSED (MR-CAT-IDX)
               END-IF
           END-IF.
           IF TR-FINE-PAID-STATUS = "PAID"
                   AND TR-FINE-PAID-DATE (1:6) = RPT-MONTH
               ADD TR-FINE TO MR-FINES-COLLECTED
               IF MR-CAT-IDX > 0
                   ADD TR-FINE TO MR-C-COLLECTED (MR-CAT-IDX)
               END-IF
           END-IF.
           IF TR-FINE-PAID-STATUS = "WRITEOFF"
                   AND TR-FINE-PAID-DATE (1:6) = RPT-MONTH
               ADD TR-FINE TO MR-FINES-WRITTEN-OFF
               IF MR-CAT-IDX > 0
                   ADD TR-FINE TO MR-C-WRITTEN-OFF (MR-CAT-IDX)
               END-IF
           END-IF.
       757LOAD-MEMBER-CATEGORIES.
           MOVE 0 TO MR-MC-COUNT.
           MOVE 'N' TO MR-MC-EOF.
           OPEN INPUT MEMBER-FILE
               PERFORM UNTIL MR-MC-EOF = 'Y'
                   READ MEMBER-FILE
                   AT END MOVE 'Y' TO MR-MC-EOF
                   NOT AT END
                       IF MR-MC-COUNT < 1000
                           ADD 1 TO MR-MC-COUNT
                           MOVE MEMBER-ID TO MR-MC-ID (MR-MC-COUNT)
                           MOVE MEMBER-CATEGORY
                               TO MR-MC-CATEGORY (MR-MC-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
           CLOSE MEMBER-FILE
           .
       758FIND-TALLY-CATEGORY.
           MOVE "UNKNOWN" TO MR-CATEGORY.
           PERFORM VARYING MR-MC-IDX FROM 1 BY 1
                   UNTIL MR-MC-IDX > MR-MC-COUNT
               IF MR-MC-ID (MR-MC-IDX) = TR-MEMBER-ID
                   MOVE MR-MC-CATEGORY (MR-MC-IDX) TO MR-CATEGORY
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF MR-CATEGORY = SPACES
               MOVE "UNSET" TO MR-CATEGORY
           END-IF.
           MOVE 0 TO MR-CAT-IDX.
           PERFORM VARYING MR-CAT-JDX FROM 1 BY 1
                   UNTIL MR-CAT-JDX > MR-CAT-COUNT
               IF MR-C-CATEGORY (MR-CAT-JDX) = MR-CATEGORY
                   MOVE MR-CAT-JDX TO MR-CAT-IDX
               END-IF
           END-PERFORM.
           IF MR-CAT-IDX = 0 AND MR-CAT-COUNT < 20
               ADD 1 TO MR-CAT-COUNT
               MOVE MR-CAT-COUNT TO MR-CAT-IDX
               MOVE MR-CATEGORY TO MR-C-CATEGORY (MR-CAT-IDX)
               MOVE 0 TO MR-C-BORROWS (MR-CAT-IDX)
               MOVE 0 TO MR-C-RETURNS (MR-CAT-IDX)
               MOVE 0 TO MR-C-LATE (MR-CAT-IDX)
               MOVE 0 TO MR-C-ASSESSED (MR-CAT-IDX)
               MOVE 0 TO MR-C-COLLECTED (MR-CAT-IDX)
               MOVE 0 TO MR-C-WRITTEN-OFF (MR-CAT-IDX)
           END-IF.
       752SORT-TITLE-TABLE.
           PERFORM VARYING MR-IDX FROM 1 BY 1
                       END-IF
                       IF TR-RETURN-STATUS NOT = "-"
                               AND (TR-FINE = 0
                                   OR TR-FINE-PAID-STATUS = "PAID"
                                   OR TR-FINE-PAID-STATUS = "WRITEOFF")
                           WRITE TR-ARCHIVE-RECORD
                               FROM TRANSACTION-RECORD
                           ADD 1 TO AR-ARCHIVED-COUNT
                   NOT AT END
                       IF INPUT-TR-ID = TR-ID AND TR-FINE > 0
                               AND TR-FINE-PAID-STATUS NOT = "PAID"
                               AND TR-FINE-PAID-STATUS NOT = "WRITEOFF"
                           MOVE FUNCTION CURRENT-DATE TO CURR-DT
                           STRING WS-YEAR, WS-MONTH, WS-DAY
                               INTO TR-FINE-PAID-DATE
           ELSE
               DISPLAY "Fine already paid or no fine due."
           END-IF.
       810AGED-FINES-REPORT.
           DISPLAY "=== AGED FINES RECEIVABLE REPORT ===".
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           STRING WS-YEAR, WS-MONTH, WS-DAY INTO WS-TODAY-8.
           MOVE WS-TODAY-8 TO AF-DATE-NUM.
           COMPUTE AF-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (AF-DATE-NUM).
           MOVE 0 TO AF-MEMBER-COUNT.
           MOVE 'N' TO AF-OVERFLOW.
           MOVE 0 TO AF-G-B1.
           MOVE 0 TO AF-G-B2.
           MOVE 0 TO AF-G-B3.
           MOVE 0 TO AF-G-B4.
           MOVE 0 TO AF-G-TOTAL.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT TRANSACTION-FILE
               PERFORM UNTIL WS-END-OF-FILE
                   READ TRANSACTION-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TR-FINE > 0
                               AND TR-RETURN-STATUS NOT = "-"
                               AND TR-FINE-PAID-STATUS NOT = "PAID"
                               AND TR-FINE-PAID-STATUS NOT = "WRITEOFF"
                           PERFORM 811AF-TALLY-FINE
                       END-IF
                   END-READ
               END-PERFORM
           CLOSE TRANSACTION-FILE
           .
           PERFORM 812AF-SORT-MEMBERS.
           OPEN OUTPUT AGED-FINES-FILE.
           MOVE SPACES TO AGED-FINES-LINE.
           STRING "AGED FINES RECEIVABLE  AS AT " WS-TODAY-8
               DELIMITED BY SIZE INTO AGED-FINES-LINE.
           WRITE AGED-FINES-LINE.
           MOVE SPACES TO AGED-FINES-LINE.
           WRITE AGED-FINES-LINE.
           MOVE SPACES TO AGED-FINES-LINE.
           STRING "  MEMBER ID      NAME                       "
               "PHONE        EMAIL                          "
               "   0-30   31-90  91-180    180+     TOTAL"
               DELIMITED BY SIZE INTO AGED-FINES-LINE.
           WRITE AGED-FINES-LINE.
           PERFORM VARYING AF-IDX FROM 1 BY 1
                   UNTIL AF-IDX > AF-MEMBER-COUNT
               PERFORM 813AF-GET-CONTACT
               MOVE AF-M-B1 (AF-IDX) TO EDT-AF-B1
               MOVE AF-M-B2 (AF-IDX) TO EDT-AF-B2
               MOVE AF-M-B3 (AF-IDX) TO EDT-AF-B3
               MOVE AF-M-B4 (AF-IDX) TO EDT-AF-B4
               MOVE AF-M-TOTAL (AF-IDX) TO EDT-AF-TOTAL
               MOVE SPACES TO AGED-FINES-LINE
               STRING "  " AF-M-ID (AF-IDX)
                   " " AF-C-NAME
                   " " AF-C-PHONE
                   " " AF-C-EMAIL
                   " " EDT-AF-B1
                   " " EDT-AF-B2
                   " " EDT-AF-B3
                   " " EDT-AF-B4
                   " " EDT-AF-TOTAL
                   DELIMITED BY SIZE INTO AGED-FINES-LINE
               WRITE AGED-FINES-LINE
           END-PERFORM.
           MOVE AF-G-B1 TO EDT-AF-B1.
           MOVE AF-G-B2 TO EDT-AF-B2.
           MOVE AF-G-B3 TO EDT-AF-B3.
           MOVE AF-G-B4 TO EDT-AF-B4.
           MOVE AF-G-TOTAL TO EDT-AF-TOTAL.
           MOVE SPACES TO AGED-FINES-LINE.
           WRITE AGED-FINES-LINE.
           MOVE SPACES TO AGED-FINES-LINE.
           STRING "  GRAND TOTAL" DELIMITED BY SIZE
               INTO AGED-FINES-LINE.
           STRING " " EDT-AF-B1 " " EDT-AF-B2 " " EDT-AF-B3
               " " EDT-AF-B4 " " EDT-AF-TOTAL
               DELIMITED BY SIZE INTO AGED-FINES-LINE (88:42).
           WRITE AGED-FINES-LINE.
           MOVE AF-MEMBER-COUNT TO EDT-AF-COUNT.
           MOVE SPACES TO AGED-FINES-LINE.
           STRING "  MEMBERS WITH UNPAID FINES: " EDT-AF-COUNT
               DELIMITED BY SIZE INTO AGED-FINES-LINE.
           WRITE AGED-FINES-LINE.
           IF AF-OVERFLOW = 'Y'
               MOVE "  MEMBER TABLE FULL - LIST IS INCOMPLETE"
                   TO AGED-FINES-LINE
               WRITE AGED-FINES-LINE
           END-IF.
           CLOSE AGED-FINES-FILE.
           DISPLAY "Members with unpaid fines: " AF-MEMBER-COUNT.
           DISPLAY "Report written to aged-fines.txt".
           DISPLAY "=== END OF AGED FINES REPORT ===".
       811AF-TALLY-FINE.
      *>      AGE RUNS FROM THE DAY THE FINE WAS RAISED (RETURN DATE)
           MOVE 0 TO AF-AGE.
           IF TR-RETURN-DATE IS NUMERIC
                   AND TR-RETURN-DATE > "16010101"
               MOVE TR-RETURN-DATE TO AF-DATE-NUM
               COMPUTE AF-FINE-INT =
                   FUNCTION INTEGER-OF-DATE (AF-DATE-NUM)
               IF AF-TODAY-INT > AF-FINE-INT
                   COMPUTE AF-AGE = AF-TODAY-INT - AF-FINE-INT
               END-IF
           END-IF.
           MOVE 0 TO AF-JDX.
           PERFORM VARYING AF-IDX FROM 1 BY 1
                   UNTIL AF-IDX > AF-MEMBER-COUNT
               IF AF-M-ID (AF-IDX) = TR-MEMBER-ID
                   MOVE AF-IDX TO AF-JDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF AF-JDX = 0
               IF AF-MEMBER-COUNT >= 500
                   MOVE 'Y' TO AF-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AF-MEMBER-COUNT
               MOVE AF-MEMBER-COUNT TO AF-JDX
               MOVE TR-MEMBER-ID TO AF-M-ID (AF-JDX)
               MOVE 0 TO AF-M-B1 (AF-JDX)
               MOVE 0 TO AF-M-B2 (AF-JDX)
               MOVE 0 TO AF-M-B3 (AF-JDX)
               MOVE 0 TO AF-M-B4 (AF-JDX)
               MOVE 0 TO AF-M-TOTAL (AF-JDX)
           END-IF.
           EVALUATE TRUE
               WHEN AF-AGE <= 30
                   ADD TR-FINE TO AF-M-B1 (AF-JDX)
                   ADD TR-FINE TO AF-G-B1
               WHEN AF-AGE <= 90
                   ADD TR-FINE TO AF-M-B2 (AF-JDX)
                   ADD TR-FINE TO AF-G-B2
               WHEN AF-AGE <= 180
                   ADD TR-FINE TO AF-M-B3 (AF-JDX)
                   ADD TR-FINE TO AF-G-B3
               WHEN OTHER
                   ADD TR-FINE TO AF-M-B4 (AF-JDX)
                   ADD TR-FINE TO AF-G-B4
           END-EVALUATE.
           ADD TR-FINE TO AF-M-TOTAL (AF-JDX).
           ADD TR-FINE TO AF-G-TOTAL.
       812AF-SORT-MEMBERS.
      *>      LARGEST BALANCE FIRST
           PERFORM VARYING AF-IDX FROM 1 BY 1
                   UNTIL AF-IDX >= AF-MEMBER-COUNT
               PERFORM VARYING AF-JDX FROM 1 BY 1
                       UNTIL AF-JDX >= AF-MEMBER-COUNT
                   IF AF-M-TOTAL (AF-JDX) <
                           AF-M-TOTAL (AF-JDX + 1)
                       MOVE AF-ENTRY (AF-JDX) TO AF-SWAP-ENTRY
                       MOVE AF-ENTRY (AF-JDX + 1) TO AF-ENTRY (AF-JDX)
                       MOVE AF-SWAP-ENTRY TO AF-ENTRY (AF-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       813AF-GET-CONTACT.
           MOVE "(NOT ON MEMBER FILE)" TO AF-C-NAME.
           MOVE SPACES TO AF-C-PHONE.
           MOVE SPACES TO AF-C-EMAIL.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT MEMBER-FILE
               PERFORM UNTIL WS-END-OF-FILE
                   READ MEMBER-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF MEMBER-ID = AF-M-ID (AF-IDX)
                           MOVE SPACES TO AF-C-NAME
                           STRING MEMBER-F-NAME " " MEMBER-L-NAME
                               DELIMITED BY SIZE
                               INTO AF-C-NAME
                           MOVE MEMBER-PHONE TO AF-C-PHONE
                           MOVE MEMBER-EMAIL TO AF-C-EMAIL
                           EXIT PERFORM
                       END-IF
                   END-READ
               END-PERFORM
           CLOSE MEMBER-FILE
           .
       820WRITE-OFF-FINE.
           DISPLAY "===== Write Off Fine =====".
           DISPLAY "Enter transaction ID: ".
           ACCEPT INPUT-TR-ID.
           PERFORM 821FIND-OPEN-FINE.
           IF WO-FOUND = 'N'
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           MOVE WO-FINE TO EDT-FINE.
           DISPLAY "Member " WO-MEMBER-ID " owes " EDT-FINE
               " raised on " WO-FINE-DATE.
           DISPLAY "Reason codes:".
           DISPLAY "  UC  Uncollectable".
           DISPLAY "  DC  Member deceased".
           DISPLAY "  GW  Goodwill".
           DISPLAY "  ER  Raised in error".
           DISPLAY "  SB  Small balance".
           MOVE SPACES TO WO-REASON.
           DISPLAY "Enter reason code: ".
           ACCEPT WO-REASON.
           MOVE FUNCTION UPPER-CASE (WO-REASON) TO WO-REASON.
           IF WO-REASON NOT = "UC" AND NOT = "DC" AND NOT = "GW"
                   AND NOT = "ER" AND NOT = "SB"
               DISPLAY "Unknown reason code; nothing written off."
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
      *>      THE WRITE-OFF IS AUTHORISED BY RE-ENTERING THE STAFF PIN
           DISPLAY "Re-enter your staff PIN to authorise: ".
           ACCEPT WO-PIN.
           PERFORM 822CHECK-WO-AUTHORITY.
           IF WO-FOUND = 'N'
               DISPLAY "PIN incorrect; nothing written off."
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT CHOICE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 823MARK-FINE-WRITTEN-OFF.
           MOVE "WRITEOFF" TO WS-SA-ACTION.
           MOVE SPACES TO WS-SA-REF.
           STRING INPUT-TR-ID " " WO-REASON
               DELIMITED BY SIZE INTO WS-SA-REF.
           PERFORM 020LOG-STAFF-ACTION.
           DISPLAY "Fine of " EDT-FINE " written off (" WO-REASON ").".
           DISPLAY "Press Enter to return to the main menu...".
           ACCEPT CHOICE.
       821FIND-OPEN-FINE.
           MOVE 'N' TO WO-FOUND.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT TRANSACTION-FILE
               PERFORM UNTIL WS-END-OF-FILE
                   READ TRANSACTION-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TR-ID = INPUT-TR-ID
                           MOVE 'Y' TO WO-FOUND
                           MOVE TR-FINE TO WO-FINE
                           MOVE TR-MEMBER-ID TO WO-MEMBER-ID
                           MOVE TR-RETURN-DATE TO WO-FINE-DATE
                           MOVE TR-FINE-PAID-STATUS TO WO-STATUS
                           EXIT PERFORM
                       END-IF
                   END-READ
               END-PERFORM
           CLOSE TRANSACTION-FILE
           .
           IF WO-FOUND = 'N'
               DISPLAY "Transaction Not Found"
               EXIT PARAGRAPH
           END-IF.
           IF WO-FINE = 0
               DISPLAY "There is no fine on this transaction."
               MOVE 'N' TO WO-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WO-STATUS = "PAID" OR WO-STATUS = "WRITEOFF"
               DISPLAY "Fine is already closed (" WO-STATUS ")."
               MOVE 'N' TO WO-FOUND
           END-IF.
       822CHECK-WO-AUTHORITY.
           MOVE 'N' TO WO-FOUND.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT STAFF-FILE
               PERFORM UNTIL WS-END-OF-FILE
                   READ STAFF-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF STAFF-ID = INPUT-STAFF-ID
                               AND STAFF-PIN = WO-PIN
                           MOVE 'Y' TO WO-FOUND
                           EXIT PERFORM
                       END-IF
                   END-READ
               END-PERFORM
           CLOSE STAFF-FILE
           .
       823MARK-FINE-WRITTEN-OFF.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT TRANSACTION-FILE.
            OPEN OUTPUT TR-TEMP-FILE
            PERFORM UNTIL WS-END-OF-FILE
               READ TRANSACTION-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF INPUT-TR-ID = TR-ID AND TR-FINE > 0
                               AND TR-FINE-PAID-STATUS NOT = "PAID"
                               AND TR-FINE-PAID-STATUS NOT = "WRITEOFF"
                           MOVE FUNCTION CURRENT-DATE TO CURR-DT
                           STRING WS-YEAR, WS-MONTH, WS-DAY
                               INTO TR-FINE-PAID-DATE
                           MOVE "WRITEOFF" TO TR-FINE-PAID-STATUS
                           MOVE WO-REASON TO TR-WO-REASON
                       END-IF
                       PERFORM 00522WRITE-TR-TEMP-FILE
               END-READ
            END-PERFORM.
           CLOSE TRANSACTION-FILE, TR-TEMP-FILE
           .

           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT TR-TEMP-FILE.
            OPEN OUTPUT TRANSACTION-FILE
            PERFORM UNTIL WS-END-OF-FILE
               READ TR-TEMP-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 00533WRITE-TR-FILE
               END-READ
            END-PERFORM.
           CLOSE TRANSACTION-FILE, TR-TEMP-FILE
           .
       850SETTLEMENT-RUN.
           DISPLAY "=== ATM FINE SETTLEMENT RUN ===".
           MOVE 0 TO ST-TABLE-COUNT.
               IF ST-OVERFLOW-COUNT > 0
                   DISPLAY "Settlement file exceeds 100 entries."
                   DISPLAY "Run aborted; nothing was processed."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT SETTLE-EXC-FILE
               PERFORM 854OPEN-SETTLE-HISTORY
               PERFORM VARYING ST-IDX FROM 1 BY 1
                       UNTIL ST-IDX > ST-TABLE-COUNT
                   PERFORM 851CHECK-SETTLEMENT
                   IF ST-RESULT = 'P'
                       PERFORM 852MARK-SETTLED-PAID
                       PERFORM 855WRITE-SETTLE-HISTORY
                       ADD 1 TO ST-APPLIED-COUNT
                   ELSE
                       PERFORM 853WRITE-SETTLE-EXCEPTION
                   END-IF
               END-PERFORM
               CLOSE SETTLE-EXC-FILE
               CLOSE SETTLE-HIST-FILE
               OPEN OUTPUT SETTLE-FILE
               CLOSE SETTLE-FILE
           END-IF.
               " (see settle-exceptions.txt)".
           DISPLAY "=== END OF SETTLEMENT RUN ===".
       851CHECK-SETTLEMENT.
      *>      P = PAYABLE, N = NOT FOUND, A = ALREADY PAID, S = SHORT,
      *>      W = FINE WAS WRITTEN OFF
           MOVE 'N' TO ST-RESULT.
           MOVE 0 TO ST-FINE-DUE.
           SET WS-NOT-END-OF-FILE TO TRUE.
                           MOVE TR-FINE TO ST-FINE-DUE
                           IF TR-FINE-PAID-STATUS = "PAID"
                               MOVE 'A' TO ST-RESULT
                           ELSE
                           IF TR-FINE-PAID-STATUS = "WRITEOFF"
                               MOVE 'W' TO ST-RESULT
                           ELSE
                               IF ST-T-AMOUNT (ST-IDX) >= TR-FINE
                                   MOVE 'P' TO ST-RESULT
                                   MOVE 'S' TO ST-RESULT
                               END-IF
                           END-IF
                           END-IF
                       END-IF
               END-READ
            END-PERFORM.
           EVALUATE ST-RESULT
               WHEN 'A' MOVE "ALREADY PAID" TO EXC-REASON
               WHEN 'S' MOVE "SHORT PAID" TO EXC-REASON
               WHEN 'W' MOVE "WRITTEN OFF" TO EXC-REASON
               WHEN OTHER MOVE "NO MATCH" TO EXC-REASON
           END-EVALUATE.
           WRITE SETTLE-EXC-RECORD.
       854OPEN-SETTLE-HISTORY.
           MOVE 0 TO ST-HIST-COUNT-LINE.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT SETTLE-HIST-FILE.
           IF WS-SETTLE-HIST-STATUS NOT = "35"
               PERFORM UNTIL WS-END-OF-FILE
                   READ SETTLE-HIST-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO ST-HIST-COUNT-LINE
                   END-READ
               END-PERFORM
               CLOSE SETTLE-HIST-FILE
           END-IF.
           IF ST-HIST-COUNT-LINE = 0
               OPEN OUTPUT SETTLE-HIST-FILE
           ELSE
               OPEN EXTEND SETTLE-HIST-FILE
           END-IF.
       855WRITE-SETTLE-HISTORY.
           MOVE ST-T-MEMBER-ID (ST-IDX) TO SH-MEMBER-ID.
           MOVE ST-T-TR-ID (ST-IDX) TO SH-TR-ID.
           MOVE ST-T-AMOUNT (ST-IDX) TO SH-AMOUNT.
           MOVE ST-FINE-DUE TO SH-FINE-CLEARED.
           MOVE ST-T-ACC-NO (ST-IDX) TO SH-ACC-NO.
           MOVE ST-T-PAY-DATE (ST-IDX) TO SH-PAY-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           STRING WS-YEAR, WS-MONTH, WS-DAY INTO SH-APPLIED-DATE.
           WRITE SETTLE-HIST-RECORD.
       870ACQUIRE-RUN.
           DISPLAY "=== STORE ACQUISITIONS RUN ===".
           MOVE 0 TO AQ-TABLE-COUNT.
               IF AQ-OVERFLOW-COUNT > 0
                   DISPLAY "Acquisitions file exceeds 100 entries."
                   DISPLAY "Run aborted; nothing was processed."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT ACQ-EXC-FILE
               "  NOT APPLIED - NO ISBN"
               DELIMITED BY SIZE INTO ACQ-EXC-LINE.
           WRITE ACQ-EXC-LINE.
       880BOOKDROP-RUN.
           DISPLAY "=== BOOK-DROP CHECK-IN RUN ===".
           MOVE 0 TO BD-TABLE-COUNT.
           MOVE 0 TO BD-IN-COUNT.
           MOVE 0 TO BD-EXC-COUNT.
           MOVE 0 TO BD-OVERFLOW-COUNT.
           MOVE 0 TO BD-TOTAL-FINE.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT BOOKDROP-FILE.
           IF WS-BOOKDROP-STATUS = "35"
               DISPLAY "No book-drop file to process."
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ BOOKDROP-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF BD-TABLE-COUNT < 200
                           ADD 1 TO BD-TABLE-COUNT
                           MOVE BD-ISBN
                               TO BD-T-ISBN (BD-TABLE-COUNT)
                           MOVE BD-COPY-ID
                               TO BD-T-COPY-ID (BD-TABLE-COUNT)
                           MOVE BD-DROP-DATE
                               TO BD-T-DATE (BD-TABLE-COUNT)
                       ELSE
                           ADD 1 TO BD-OVERFLOW-COUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKDROP-FILE
               IF BD-OVERFLOW-COUNT > 0
                   DISPLAY "Book-drop file exceeds 200 entries."
                   DISPLAY "Run aborted; nothing was processed."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING BD-IDX FROM 1 BY 1
                       UNTIL BD-IDX > BD-TABLE-COUNT
                   PERFORM 881CHECKIN-ONE-DROP
               END-PERFORM
               PERFORM 886WRITE-DROP-REGISTER
               OPEN OUTPUT BOOKDROP-FILE
               CLOSE BOOKDROP-FILE
           END-IF.
           DISPLAY "Copies checked in: " BD-IN-COUNT.
           DISPLAY "Exceptions logged: " BD-EXC-COUNT
               " (see bookdrop-register.txt)".
           DISPLAY "=== END OF BOOK-DROP RUN ===".
       881CHECKIN-ONE-DROP.
           DISPLAY "Drop: " BD-T-ISBN (BD-IDX) " copy "
               BD-T-COPY-ID (BD-IDX) " on " BD-T-DATE (BD-IDX).
           MOVE SPACES TO BD-T-RESULT (BD-IDX).
           MOVE SPACES TO BD-T-TITLE (BD-IDX).
           MOVE 0 TO BD-T-TR-ID (BD-IDX).
           MOVE 0 TO BD-T-MEMBER (BD-IDX).
           MOVE 0 TO BD-T-FINE (BD-IDX).
           MOVE 0 TO BD-T-HOLD-MEMBER (BD-IDX).
           IF BD-T-DATE (BD-IDX) NOT NUMERIC
               MOVE "INVALID DATE" TO BD-T-RESULT (BD-IDX)
               ADD 1 TO BD-EXC-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 882FIND-DROP-BOOK.
           IF BD-FOUND = 'N'
               MOVE "UNKNOWN ISBN" TO BD-T-RESULT (BD-IDX)
               ADD 1 TO BD-EXC-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 883CHECK-DROP-RETIRED.
           IF BD-FOUND = 'Y'
               MOVE "COPY RETIRED" TO BD-T-RESULT (BD-IDX)
               ADD 1 TO BD-EXC-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 884FIND-DROP-LOAN.
           IF BD-FOUND = 'N'
               MOVE "NO OPEN LOAN" TO BD-T-RESULT (BD-IDX)
               ADD 1 TO BD-EXC-COUNT
               EXIT PARAGRAPH
           END-IF.
      *>      RETURN IS DATED TO THE DROP DATE, NOT THE DAY OF THE RUN
           MOVE BD-T-DATE (BD-IDX) TO RETURN-DATE.
           MOVE BD-T-ISBN (BD-IDX) TO INPUT-ISBN.
           MOVE BD-T-TR-ID (BD-IDX) TO INPUT-TR-ID.
           PERFORM 0041UPDATE-TR.
           MOVE LAST-RETURN-FINE TO BD-T-FINE (BD-IDX).
           MOVE LAST-RETURN-STATUS TO BD-T-STATUS (BD-IDX).
           ADD LAST-RETURN-FINE TO BD-TOTAL-FINE.
           PERFORM 885RETURN-DROP-COPY.
           PERFORM 6040CHECK-HOLD-QUEUE.
           IF WS-HOLD-FOUND-COUNT = 1
               MOVE WS-HOLD-MATCH-MEMBER-ID
                   TO BD-T-HOLD-MEMBER (BD-IDX)
           END-IF.
           ADD 1 TO BD-IN-COUNT.
       882FIND-DROP-BOOK.
           MOVE 'N' TO BD-FOUND.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT BOOK-FILE
               PERFORM UNTIL WS-END-OF-FILE
                   READ BOOK-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF ISBN = BD-T-ISBN (BD-IDX)
                           MOVE 'Y' TO BD-FOUND
                           MOVE BOOK-TITLE TO BD-T-TITLE (BD-IDX)
                           EXIT PERFORM
                       END-IF
                   END-READ
               END-PERFORM
           CLOSE BOOK-FILE
           .
       883CHECK-DROP-RETIRED.
           MOVE 'N' TO BD-FOUND.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT RETIRED-FILE.
           IF WS-RETIRED-STATUS NOT = "35"
               PERFORM UNTIL WS-END-OF-FILE
                   READ RETIRED-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RET-ISBN = BD-T-ISBN (BD-IDX)
                           AND RET-COPY-ID = BD-T-COPY-ID (BD-IDX)
                           MOVE 'Y' TO BD-FOUND
                           EXIT PERFORM
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RETIRED-FILE
           END-IF.
       884FIND-DROP-LOAN.
           MOVE 'N' TO BD-FOUND.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT TRANSACTION-FILE
               PERFORM UNTIL WS-END-OF-FILE
                   READ TRANSACTION-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TR-ISBN = BD-T-ISBN (BD-IDX)
                           AND TR-COPY-ID = BD-T-COPY-ID (BD-IDX)
                           AND TR-RETURN-STATUS = "-"
                           MOVE 'Y' TO BD-FOUND
                           MOVE TR-ID TO BD-T-TR-ID (BD-IDX)
                           MOVE TR-MEMBER-ID TO BD-T-MEMBER (BD-IDX)
                           MOVE TR-DUE-DATE TO BD-T-DUE (BD-IDX)
                           EXIT PERFORM
                       END-IF
                   END-READ
               END-PERFORM
           CLOSE TRANSACTION-FILE
           .
       885RETURN-DROP-COPY.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT BOOK-FILE
               OPEN OUTPUT BOOK-TEMP-FILE
               PERFORM UNTIL WS-END-OF-FILE
                   READ BOOK-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF ISBN = BD-T-ISBN (BD-IDX)
                           ADD 1 TO COPY-NO
                           MOVE "AVAILABLE" TO BOOK-STATUS
                       END-IF
                       PERFORM 0341WRITE-BOOK-TEMP-FILE
                   END-READ
               END-PERFORM
           CLOSE BOOK-FILE, BOOK-TEMP-FILE
           .
           PERFORM 034UPDATE-BOOK-FILE.
       886WRITE-DROP-REGISTER.
           MOVE FUNCTION CURRENT-DATE TO CURR-DT.
           OPEN OUTPUT BOOKDROP-RPT-FILE.
           MOVE SPACES TO BOOKDROP-RPT-LINE.
           STRING "BOOK-DROP CHECK-IN REGISTER  RUN DATE "
               WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE INTO BOOKDROP-RPT-LINE.
           WRITE BOOKDROP-RPT-LINE.
           MOVE SPACES TO BOOKDROP-RPT-LINE.
           WRITE BOOKDROP-RPT-LINE.
           MOVE "CHECKED IN" TO BOOKDROP-RPT-LINE.
           WRITE BOOKDROP-RPT-LINE.
           MOVE SPACES TO BOOKDROP-RPT-LINE.
           STRING "  TR-ID   ISBN          CP MEMBER         "
               "DUE      DROPPED  STATUS   FINE  HOLD FOR"
               DELIMITED BY SIZE INTO BOOKDROP-RPT-LINE.
           WRITE BOOKDROP-RPT-LINE.
           PERFORM VARYING BD-IDX FROM 1 BY 1
                   UNTIL BD-IDX > BD-TABLE-COUNT
               IF BD-T-RESULT (BD-IDX) = SPACES
                   MOVE BD-T-FINE (BD-IDX) TO EDT-BD-FINE
                   MOVE SPACES TO BOOKDROP-RPT-LINE
                   STRING "  " BD-T-TR-ID (BD-IDX)
                       " " BD-T-ISBN (BD-IDX)
                       " " BD-T-COPY-ID (BD-IDX)
                       " " BD-T-MEMBER (BD-IDX)
                       " " BD-T-DUE (BD-IDX)
                       " " BD-T-DATE (BD-IDX)
                       " " BD-T-STATUS (BD-IDX)
                       " " EDT-BD-FINE
                       DELIMITED BY SIZE INTO BOOKDROP-RPT-LINE
                   IF BD-T-HOLD-MEMBER (BD-IDX) NOT = 0
                       MOVE BD-T-HOLD-MEMBER (BD-IDX)
                           TO BOOKDROP-RPT-LINE (90:14)
                   END-IF
                   WRITE BOOKDROP-RPT-LINE
               END-IF
           END-PERFORM.
           MOVE BD-IN-COUNT TO EDT-BD-COUNT.
           MOVE BD-TOTAL-FINE TO EDT-BD-TOTAL.
           MOVE SPACES TO BOOKDROP-RPT-LINE.
           STRING "  COPIES CHECKED IN: " EDT-BD-COUNT
               "   FINES RAISED: " EDT-BD-TOTAL
               DELIMITED BY SIZE INTO BOOKDROP-RPT-LINE.
           WRITE BOOKDROP-RPT-LINE.
           MOVE SPACES TO BOOKDROP-RPT-LINE.
           WRITE BOOKDROP-RPT-LINE.
           MOVE "EXCEPTIONS" TO BOOKDROP-RPT-LINE.
           WRITE BOOKDROP-RPT-LINE.
           PERFORM VARYING BD-IDX FROM 1 BY 1
                   UNTIL BD-IDX > BD-TABLE-COUNT
               IF BD-T-RESULT (BD-IDX) NOT = SPACES
                   MOVE SPACES TO BOOKDROP-RPT-LINE
                   STRING "  " BD-T-ISBN (BD-IDX)
                       " COPY " BD-T-COPY-ID (BD-IDX)
                       " DROPPED " BD-T-DATE (BD-IDX)
                       "  " BD-T-RESULT (BD-IDX)
                       " " BD-T-TITLE (BD-IDX)
                       DELIMITED BY SIZE INTO BOOKDROP-RPT-LINE
                   WRITE BOOKDROP-RPT-LINE
               END-IF
           END-PERFORM.
           MOVE BD-EXC-COUNT TO EDT-BD-COUNT.
           MOVE SPACES TO BOOKDROP-RPT-LINE.
           STRING "  EXCEPTIONS: " EDT-BD-COUNT
               DELIMITED BY SIZE INTO BOOKDROP-RPT-LINE.
           WRITE BOOKDROP-RPT-LINE.
           CLOSE BOOKDROP-RPT-FILE.
       860AUDIT-RUN.
           DISPLAY "=== CROSS-FILE INTEGRITY AUDIT ===".
           MOVE 0 TO AU-EXC-COUNT.
               CLOSE HOLD-FILE
           END-IF.
       00544CALCULATE-DUE-DATE.
      *>      DUE = BORROW-DATE + LOAN PERIOD OF THE MEMBER'S CATEGORY
           MOVE BORROW-DATE TO MEM-DATE-NUM.
           MOVE WS-LOAN-DAYS TO MEM-ADD-DAYS.
           PERFORM 015ADD-MEM-DAYS.
           MOVE MEM-DATE-NUM TO TR-DUE-DATE.
           DISPLAY "Due Date : " TR-DUE-DATE.
       00555CALCULATE-FINE.
           PERFORM CAL_DAYS_OVERDUE.
      *>      FINE = DAYS OVERDUE * CATEGORY RATE, CAPPED PER ITEM
           MOVE TOTAL-DAYS TO EDT-TOTAL-DAYS
           DISPLAY "Overdue: " EDT-TOTAL-DAYS " day(s)".
           IF TOTAL-DAYS = 0
               MOVE 0 TO TR-FINE
           ELSE
               PERFORM 322APPLY-FINE-RULES
               MOVE CR-WORK-FINE TO TR-FINE
           END-IF.
           MOVE TR-FINE TO EDT-FINE.
           DISPLAY "Fine: " EDT-FINE.
