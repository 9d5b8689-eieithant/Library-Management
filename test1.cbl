      *                through the standard due-date and fine
      *                machinery while the partner's item never
      *                appears in Books.csv or the stock reports.
      * 10/15/2026 HL  Payment receipts journal (Payments.csv): every
      *                desk fine payment gets its own receipt number
      *                with date/time, tender (cash/card/cheque),
      *                terminal, member and amount, journalled
      *                alongside the Fines.csv rewrite, and a desk
      *                receipt is printed (RECEIPT-nnnnnn.RPT). Daily
      *                cash-up report (batch code 51 and Records
      *                menu) totals the day's receipts by terminal
      *                and tender for drawer balancing
      *                (CASHUP-YYYYMMDD.RPT).
      * 10/15/2026 HL  Staff sign-on (Staff.csv): operator id and
      *                password before the main menu, three tries,
      *                first administrator set up on an empty file.
      *                Roles clerk/supervisor/administrator - delete
      *                book, bulk load, lost-loan billing and EOD
      *                close need a supervisor; Staff Maintenance
      *                (main menu 7) needs an administrator. Every
      *                audit entry now carries the operator id, and
      *                Audit Inquiry can filter on it.
      * 10/15/2026 HL  Offline circulation upload (batch code 52):
      *                OfflineCirc.csv checkouts and returns taken
      *                while the system was down are posted in
      *                date/time order under their real dates,
      *                through the desk's member, copy, due-date and
      *                fine rules (checkout/return posting split out
      *                to POST-CHECKOUT and POST-RETURN). Failures go
      *                to OfflineRejects.csv with a reason code and
      *                are listed on OFFLINE-YYYYMMDD.RPT.
      * 10/15/2026 HL  Shelf stocktake (Copy Maintenance 4, batch
      *                code 53): StockScan.csv scanner dump checked
      *                against Copies.csv and open loans, whole
      *                collection or one genre section, exceptions
      *                on STOCKTAKE-YYYYMMDD.RPT. Copy Maintenance 5
      *                (supervisor) marks the missing copies lost
      *                from StockMissing.csv and brings the catalog
      *                counts back into line.
      * 10/15/2026 HL  Collection weeding report (Records 12, batch
      *                code 54): dormant titles, poor/damaged copies
      *                and over-stocked titles by genre, with last-
      *                borrowed date and lifetime checkouts from
      *                Loans.csv plus LoanHistory.csv. Approved
      *                accessions in WeedApproved.csv are withdrawn
      *                by Records 13 / batch code 55 - never a copy
      *                on loan or a title with holds (WeedRejects.csv).
      * 10/15/2026 HL  Acquisitions fund budgets (Funds.csv): every
      *                purchase order names a fund; raising it
      *                commits the order value (clerks refused, a
      *                supervisor may override when the fund would
      *                go over), receiving moves the copies from
      *                committed to spent at the invoiced price.
      *                Fund Status Report (Acquisitions 4, batch
      *                code 56) on FUNDS-YYYYMMDD.RPT; Acquisitions
      *                5 maintains funds and allocations.
      * 10/15/2026 HL  Membership expiry: Members.csv carries a card
      *                expiry date (term set by category at
      *                registration) and the expiry a reminder was
      *                last sent for. Member menu 7 renews a card.
      *                Batch code 57 / Records 14 writes renewal
      *                reminders (RENEWALS-YYYYMMDD.RPT) for cards
      *                expiring within 30 days and lapses expired
      *                cards; checkout refuses an expired card with
      *                its own message (offline: EXPIRED-MEMBER).
      * 10/15/2026 HL  Patron privacy purge (batch code 58, Records
      *                15, administrators): Members.csv records the
      *                date a member went inactive; members inactive
      *                3 years with nothing outstanding are removed,
      *                loan history closed over 2 years ago is
      *                anonymised (member 00000), and the same data
      *                is scrubbed from Audit.log, Members.bak and
      *                the EOD generations. Prints a certificate
      *                (PRIVACY-YYYYMMDD.RPT). Purged ids are never
      *                reissued.
      * 10/15/2026 HL  Serials (main menu 8, Serials.csv): each
      *                subscription carries title, vendor, frequency
      *                and the next issue expected. Check-in logs
      *                every issue to SerialIssues.csv and rolls the
      *                schedule on; skipped issues are logged
      *                missing, and a circulating title's issues get
      *                Copies.csv accession rows. Claims report
      *                (batch code 59, Serials 5) lists issues past
      *                the vendor's grace period (SerialVendors.csv)
      *                on CLAIMS-YYYYMMDD.RPT, vendor by vendor.
      * 10/15/2026 HL  Branches (Branches.csv, desk branch from
      *                LIBRARY_BRANCH): copies carry a home and a
      *                current branch, members a home branch, loans
      *                the issuing and returning branch. Checkout
      *                is from the desk's own shelf only; a return
      *                that belongs elsewhere goes IN TRANSIT to its
      *                home or to the first hold's pickup branch.
      *                Copy Maintenance sends and receives transfers
      *                and prints the branch transfer list (batch
      *                code 60, TRANSFER-YYYYMMDD.RPT). Stocktake
      *                takes the desk's branch only; inventory and
      *                circulation statistics break down by branch.
      * 10/15/2026 HL  Point-of-failure recovery (Records 16, batch
      *                code 61): restores one file or all files from
      *                a named EOD generation and replays the journal
      *                entries made since that close, stopping with a
      *                report on the first before-image that does not
      *                match, then runs the reconciliation checks.
      *                Journal entries now name the file they change;
      *                the close, copy registrations row by row, hold
      *                queue moves and the loan archive sweep are
      *                journalled.
      * 10/15/2026 HL  Sign-on refuses a torn, unreadable or empty
      *                Staff.csv instead of taking it for a first
      *                run; first-administrator setup needs a missing
      *                Staff.csv, no Staff.bak and the update token.
      *                Journal lines widened to 480. Unknown branch
      *                codes on report tallies go to an UNKNOWN line
      *                and no longer join the branch table. Recovery
      *                keeps each live file under a run-stamped name.
      * 10/15/2026 HL  Stocktake missing list carries the branch the
      *                copy went missing from; the confirm step leaves
      *                a copy now shelved at another branch alone.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FINE-SCRATCH-STATUS.

            SELECT PAYMENT-FILE ASSIGN TO "Payments.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PAYMENT-STATUS.

            SELECT HOLD-FILE ASSIGN TO "Holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS COPY-SCRATCH-STATUS.

            SELECT STOCK-SCAN-FILE ASSIGN TO "StockScan.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STOCK-SCAN-STATUS.

            SELECT STOCK-MISSING-FILE ASSIGN TO "StockMissing.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STOCK-MISSING-STATUS.

            SELECT WEED-APPROVED-FILE ASSIGN TO "WeedApproved.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WEED-APPROVED-STATUS.

            SELECT WEED-REJECT-FILE ASSIGN TO "WeedRejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WEED-REJECT-STATUS.

            SELECT LOAN-HISTORY-FILE ASSIGN TO "LoanHistory.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOAN-HISTORY-STATUS.

            SELECT LOAN-HISTORY-SCRATCH-FILE
               ASSIGN TO "LoanHistory.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOAN-HISTORY-SCRATCH-STATUS.

            SELECT ORDER-FILE ASSIGN TO "Orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REJECT-STATUS.

            SELECT OFFLINE-FILE ASSIGN TO "OfflineCirc.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OFFLINE-STATUS.

            SELECT OFFLINE-REJECT-FILE ASSIGN TO "OfflineRejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OFFLINE-REJECT-STATUS.

            SELECT CALENDAR-FILE ASSIGN TO "Calendar.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.

            SELECT BRANCH-FILE ASSIGN TO "Branches.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.

            SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ILL-SCRATCH-STATUS.

            SELECT STAFF-FILE ASSIGN TO "Staff.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STAFF-STATUS.

            SELECT STAFF-BACKUP-FILE ASSIGN TO "Staff.bak"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STAFF-BACKUP-STATUS.

            SELECT STAFF-SCRATCH-FILE ASSIGN TO "Staff.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STAFF-SCRATCH-STATUS.

            SELECT FUND-FILE ASSIGN TO "Funds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FUND-STATUS.

            SELECT FUND-BACKUP-FILE ASSIGN TO "Funds.bak"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FUND-BACKUP-STATUS.

            SELECT FUND-SCRATCH-FILE ASSIGN TO "Funds.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FUND-SCRATCH-STATUS.

            SELECT SERIAL-FILE ASSIGN TO "Serials.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SERIAL-STATUS.

            SELECT SERIAL-BACKUP-FILE ASSIGN TO "Serials.bak"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SERIAL-BACKUP-STATUS.

            SELECT SERIAL-SCRATCH-FILE ASSIGN TO "Serials.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SERIAL-SCRATCH-STATUS.

            SELECT ISSUE-FILE ASSIGN TO "SerialIssues.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ISSUE-STATUS.

            SELECT SERIAL-VENDOR-FILE ASSIGN TO "SerialVendors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SERIAL-VENDOR-STATUS.

            SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GEN-STATUS.

            SELECT RECOVER-FILE ASSIGN TO DYNAMIC WS-RCV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RECOVER-STATUS.

            SELECT RECOVER-WORK-FILE ASSIGN TO "Recover.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RECOVER-WORK-STATUS.

            SELECT UPDATE-LOCK-FILE ASSIGN TO "Update.lok"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

            SELECT AUDIT-SCRATCH-FILE ASSIGN TO "Audit.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AUDIT-SCRATCH-STATUS.

            SELECT PURGE-WORK-FILE ASSIGN TO "Purge.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PURGE-WORK-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD FINE-SCRATCH-FILE.
       01 FINE-SCRATCH-RECORD PIC X(200).

       FD PAYMENT-FILE.
       01 PAYMENT-RECORD PIC X(200).

       FD HOLD-FILE.
       01 HOLD-RECORD PIC X(200).

       FD COPY-SCRATCH-FILE.
       01 COPY-SCRATCH-RECORD PIC X(200).

       FD STOCK-SCAN-FILE.
       01 STOCK-SCAN-RECORD PIC X(200).

       FD STOCK-MISSING-FILE.
       01 STOCK-MISSING-RECORD PIC X(200).

       FD WEED-APPROVED-FILE.
       01 WEED-APPROVED-RECORD PIC X(200).

       FD WEED-REJECT-FILE.
       01 WEED-REJECT-RECORD PIC X(220).

       FD LOAN-HISTORY-FILE.
       01 LOAN-HISTORY-RECORD PIC X(200).

       FD LOAN-HISTORY-SCRATCH-FILE.
       01 LOAN-HISTORY-SCRATCH-RECORD PIC X(200).

       FD ORDER-FILE.
       01 ORDER-RECORD PIC X(200).

       FD REJECT-FILE.
       01 REJECT-RECORD PIC X(220).

       FD OFFLINE-FILE.
       01 OFFLINE-RECORD PIC X(200).

       FD OFFLINE-REJECT-FILE.
       01 OFFLINE-REJECT-RECORD PIC X(220).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD PIC X(200).

       FD BRANCH-FILE.
       01 BRANCH-RECORD PIC X(200).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD ILL-SCRATCH-FILE.
       01 ILL-SCRATCH-RECORD PIC X(200).

       FD STAFF-FILE.
       01 STAFF-RECORD PIC X(200).

       FD STAFF-BACKUP-FILE.
       01 STAFF-BACKUP-RECORD PIC X(200).

       FD STAFF-SCRATCH-FILE.
       01 STAFF-SCRATCH-RECORD PIC X(200).

       FD FUND-FILE.
       01 FUND-RECORD PIC X(200).

       FD FUND-BACKUP-FILE.
       01 FUND-BACKUP-RECORD PIC X(200).

       FD FUND-SCRATCH-FILE.
       01 FUND-SCRATCH-RECORD PIC X(200).

       FD SERIAL-FILE.
       01 SERIAL-RECORD PIC X(200).

       FD SERIAL-BACKUP-FILE.
       01 SERIAL-BACKUP-RECORD PIC X(200).

       FD SERIAL-SCRATCH-FILE.
       01 SERIAL-SCRATCH-RECORD PIC X(200).

       FD ISSUE-FILE.
       01 ISSUE-RECORD PIC X(200).

       FD SERIAL-VENDOR-FILE.
       01 SERIAL-VENDOR-RECORD PIC X(200).

       FD GEN-FILE.
       01 GEN-RECORD PIC X(200).

       FD RECOVER-FILE.
       01 RECOVER-RECORD PIC X(200).

       FD RECOVER-WORK-FILE.
       01 RECOVER-WORK-RECORD PIC X(200).

       FD UPDATE-LOCK-FILE.
       01 UPDATE-LOCK-RECORD PIC X(40).

       01 INFLIGHT-RECORD PIC X(40).

       FD AUDIT-FILE.
       01 AUDIT-RECORD PIC X(480).

       FD AUDIT-SCRATCH-FILE.
       01 AUDIT-SCRATCH-RECORD PIC X(480).

       FD PURGE-WORK-FILE.
       01 PURGE-WORK-RECORD PIC X(200).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
           *> A=adult, C=child, S=senior, T=staff; rows written
           *> before categories existed read back blank and are
           *> treated as adult
           05  member_expiry     PIC 9(8).
           *> card expiry YYYYMMDD; 0 on rows written before
           *> expiry dates existed, until the expiry run dates them
           05  member_noticed    PIC 9(8).
           *> expiry date the last renewal reminder went out for
           05  member_inactive   PIC 9(8).
           *> date the member stopped being active; 0 while active.
           *> The privacy purge removes members inactive too long
           05  member_branch     PIC X(4).
           *> home branch - where holds are sent for pickup

       01  member_id_disp PIC 9(5).

           05  loan_accession     PIC 9(6).
           *> accession of the physical copy out on this loan;
           *> 0 on rows written before copies were tracked
           05  loan_branch        PIC X(4).
           *> branch desk that issued the loan
           05  loan_ret_branch    PIC X(4).
           *> branch desk that took the return; blank while open

       01  LOAN-STATUS           PIC XX.
       01  LOAN-BACKUP-STATUS    PIC XX.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 fd_balance        PIC $ZZZZ9.99.

       *> payment receipts journal (Payments.csv): one row per
       *> desk payment, written alongside the Fines.csv rewrite.
       *> Append-only like LoanHistory.csv - nothing rewrites it.
       01  pay_detail.
           05  pay_receipt_id     PIC 9(6).
           05  pay_date           PIC 9(8).
           05  pay_time           PIC 9(6).
           05  pay_member_id      PIC 9(5).
           05  pay_amount         PIC 9(6)V99.
           05  pay_tender         PIC X.
           *> C=cash, K=card, Q=cheque
           05  pay_terminal       PIC X(16).

       01  PAYMENT-STATUS        PIC XX.
       01  WS-PAYMENT-EOF        PIC X VALUE 'N'.
       01  WS-PAYMENT-LINE       PIC X(200).
       01  WS-PAY-AMOUNT-X       PIC X(10).
       01  WS-PAY-AMOUNT-ED      PIC 9(6).99.
       01  WS-LAST-RECEIPT-ID    PIC 9(6) VALUE 0.
       01  WS-PAY-TENDER         PIC X VALUE 'C'.
       01  WS-TENDER-CHOICE      PIC 9(1).
       01  WS-TENDER-NAME-OUT    PIC X(6).
       01  WS-TENDER-IDX         PIC 9(1).

       *> daily cash-up: receipts totalled by terminal and tender
       01  WS-CASHUP-DATE        PIC X(8).
       01  WS-CU-TERM-CNT        PIC 9(2) VALUE 0.
       01  WS-CU-IDX             PIC 9(2) VALUE 0.
       01  WS-CU-MATCHED         PIC X VALUE 'N'.
       01  WS-CU-OVERFLOW        PIC X VALUE 'N'.
       01  WS-CU-RECEIPTS        PIC 9(5) VALUE 0.
       01  WS-CU-TERM-CNT-TOT    PIC 9(5) VALUE 0.
       01  WS-CU-TERM-AMT-TOT    PIC 9(7)V99 VALUE 0.
       01  WS-CU-GRAND-AMT       PIC 9(7)V99 VALUE 0.
       01  CASHUP-TABLE.
           05  CU-ENTRY OCCURS 20 TIMES.
               10  CU-TERMINAL   PIC X(16).
               10  CU-TENDER-CNT OCCURS 3 TIMES PIC 9(5).
               10  CU-TENDER-AMT OCCURS 3 TIMES PIC 9(7)V99.
       01  CASHUP-TENDER-TOTALS.
           05  CT-ENTRY OCCURS 3 TIMES.
               10  CT-COUNT      PIC 9(5).
               10  CT-AMOUNT     PIC 9(7)V99.
       01  TENDER-NAMES.
           05 FILLER             PIC X(6) VALUE "CASH".
           05 FILLER             PIC X(6) VALUE "CARD".
           05 FILLER             PIC X(6) VALUE "CHEQUE".
       01  TENDER-NAME-TABLE REDEFINES TENDER-NAMES.
           05 TENDER-NAME-ENTRY OCCURS 3 TIMES PIC X(6).

       01  CASHUP-HEADER.
           05 FILLER            PIC X(16) VALUE "TERMINAL".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "TENDER".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "RECEIPTS".
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(11) VALUE "AMOUNT".

       01  CASHUP-DETAIL-LINE.
           05 cu_terminal       PIC X(16).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 cu_tender         PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 cu_count          PIC ZZZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 cu_amount         PIC $ZZZZZZ9.99.

       *> hold/reservation queue for titles with no copies on shelf
       01  hold_detail.
           05  hold_member_id     PIC 9(5).
           05  copy_condition     PIC X(12).
           05  copy_status        PIC X.
           *> S=on shelf, O=out on loan, D=damaged,
           *> R=in repair, W=withdrawn, L=lost, T=in transit
           05  copy_home          PIC X(4).
           05  copy_current       PIC X(4).
           05  copy_transit_to    PIC X(4).
           *> home = owning branch, current = where the copy is
           *> now, transit_to = where a T copy is headed

       01  COPY-STATUS           PIC XX.
       01  COPY-BACKUP-STATUS    PIC XX.
           05 FILLER            PIC X(12) VALUE "CONDITION".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "STATUS".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(4)  VALUE "HOME".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(4)  VALUE "AT".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "SENT TO".

       01  COPY-DETAIL-LINE.
           05 cp_accession      PIC X(9).
           05 cp_condition      PIC X(12).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 cp_status         PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 cp_home           PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 cp_current        PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 cp_transit_to     PIC X(8).

       *> branch transfer list - per branch, the copies in its
       *> transfer bin, the holds its shelf can fill for another
       *> branch, and what is on the way in. The hold table keeps
       *> the member first in line for each title.
       01  WS-TF-BRANCH          PIC X(4).
       01  WS-TF-BR-IX           PIC 9(2).
       01  WS-TF-LINES           PIC 9(5) VALUE 0.
       01  WS-TF-SECTION         PIC X(40).
       01  WS-TF-HOLD-COUNT      PIC 9(3) VALUE 0.
       01  WS-TF-IX              PIC 9(3).
       01  WS-TF-OVERFLOW        PIC X VALUE 'N'.
       01  WS-TF-BOOK-NUM        PIC 9(10).
       01  WS-TF-MEMBER-X        PIC X(5).
       01  TRANSFER-HOLD-TABLE.
           05  TH-ENTRY OCCURS 500 TIMES.
               10  TH-BOOK-NUM   PIC 9(10).
               10  TH-BOOK-ID    PIC X(10).
               10  TH-MEMBER     PIC 9(5).
               10  TH-POSITION   PIC 9(3).
               10  TH-PICKUP     PIC X(4).
               10  TH-COVERED    PIC X.
               10  TH-SOURCE     PIC X(4).
               10  TH-ACCESSION  PIC 9(6).

       01  TRANSFER-HEADER.
           05 FILLER            PIC X(9)  VALUE "ACCESSION".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "BOOK ID".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(30) VALUE "TITLE".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "BRANCH".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(24) VALUE "NOTE".

       01  TRANSFER-DETAIL-LINE.
           05 tf_accession      PIC X(9).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 tf_book_id        PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 tf_title          PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 tf_branch         PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 tf_note           PIC X(24).

       *> shelf stocktake - a scanner dump of the accessions
       *> found on the shelves (StockScan.csv, accession first on
       *> each line) checked against Copies.csv and the open
       *> loans. The on-shelf copies nobody scanned are held in
       *> StockMissing.csv (accession, book id, branch) until the
       *> confirm step marks them lost.
       01  STOCK-SCAN-STATUS     PIC XX.
       01  STOCK-MISSING-STATUS  PIC XX.
       01  WS-STK-EOF            PIC X VALUE 'N'.
       01  WS-STK-SECTION        PIC X(15).
       01  WS-STK-ACC-X          PIC X(10).
       01  WS-STK-BOOK-X         PIC X(10).
       *> branch the copy was missing from; blank on lists written
       *> before branches existed, read as the default branch
       01  WS-STK-BRANCH         PIC X(4).
       01  WS-STK-ACC            PIC 9(6).
       01  WS-STK-IDX            PIC 9(4) VALUE 0.
       01  WS-STK-SUB            PIC 9(4) VALUE 0.
       01  WS-STK-SCAN-CNT       PIC 9(4) VALUE 0.
       01  WS-STK-MAX            PIC 9(4) VALUE 5000.
       01  WS-STK-GENRE-CNT      PIC 9(4) VALUE 0.
       01  WS-STK-IN-SECTION     PIC X VALUE 'N'.
       01  WS-STK-READ           PIC 9(5) VALUE 0.
       01  WS-STK-DUPLICATES     PIC 9(5) VALUE 0.
       01  WS-STK-BAD-SCANS      PIC 9(5) VALUE 0.
       01  WS-STK-OVERFLOW       PIC 9(5) VALUE 0.
       01  WS-STK-EXCEPTIONS     PIC 9(5) VALUE 0.
       01  WS-STK-MISSING        PIC 9(5) VALUE 0.
       01  WS-STK-MARKED         PIC 9(5) VALUE 0.
       01  WS-STK-SKIPPED        PIC 9(5) VALUE 0.
       01  WS-STK-CONFIRM        PIC X.
       01  WS-STK-LINE           PIC X(200).
       01  STOCK-SCAN-TABLE.
           05  STOCK-SCAN-ENTRY OCCURS 5000 TIMES.
               10  SS-ACCESSION  PIC 9(6).
               10  SS-MATCHED    PIC X.     *> Y=copy on file
               10  SS-ON-LOAN    PIC X.     *> Y=open loan found
       01  STOCK-GENRE-TABLE.
           05  STOCK-GENRE-ENTRY OCCURS 5000 TIMES.
               10  SK-BOOK-ID    PIC 9(10).

       01  STOCK-HEADER.
           05 FILLER            PIC X(9)  VALUE "ACCESSION".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "BOOK ID".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "STATUS".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(26) VALUE "EXCEPTION".
           05 FILLER            PIC X(20) VALUE "LOAN / MEMBER".

       01  STOCK-DETAIL-LINE.
           05 sk_accession      PIC X(9).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 sk_book_id        PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 sk_status         PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 sk_exception      PIC X(26).
           05 sk_note           PIC X(20).

       *> checkout member validation / open-loan cap
       01  WS-CHK-MEMBER-OK      PIC X VALUE 'N'.
       01  WS-CAT-FINE-RATE      PIC 9V99 VALUE 0.25.
       01  WS-CAT-NAME-OUT       PIC X(8).
       01  WS-CAT-CHOICE         PIC 9(1).
       01  WS-CAT-TERM-DAYS      PIC 9(4) VALUE 365.
           *> days a new or renewed card runs for

       *> membership expiry, renewal reminders and lapse
       01  WS-MEM-EXPIRY-X       PIC X(8).
       01  WS-MEM-NOTICE-X       PIC X(8).
       01  WS-MEM-INACTIVE-X     PIC X(8).
       01  WS-CHK-AS-OF          PIC 9(8) VALUE 0.
       01  WS-CHK-MEMBER-EXPIRY  PIC 9(8) VALUE 0.
       01  WS-CHK-MEMBER-EXPIRED PIC X VALUE 'N'.
       01  WS-EXP-NOTICE-DAYS    PIC 9(3) VALUE 30.
           *> reminders go out this many days before expiry
       01  WS-EXP-INT            PIC 9(7).
       01  WS-EXP-LIMIT-INT      PIC 9(7).
       01  WS-EXP-NEW-DATE       PIC 9(8).
       01  WS-EXP-BASE-DATE      PIC 9(8).
       01  WS-EXP-CHANGED        PIC X VALUE 'N'.
       01  WS-EXP-EOF            PIC X VALUE 'N'.
       01  WS-EXP-ROWS           PIC 9(5) VALUE 0.
       01  WS-EXP-NOTICED        PIC 9(5) VALUE 0.
       01  WS-EXP-LAPSED         PIC 9(5) VALUE 0.
       01  WS-EXP-DATED          PIC 9(5) VALUE 0.
       01  WS-EXP-ANY-CHANGE     PIC X VALUE 'N'.

       *> patron privacy purge: closed loan history loses its
       *> borrower after WS-PRIV-HIST-DAYS, and members inactive
       *> for WS-PRIV-INACTIVE-DAYS are removed once they owe
       *> nothing and have nothing outstanding
       01  WS-PRIV-HIST-DAYS     PIC 9(4) VALUE 730.
           *> closed loans keep their borrower this long - adjust here
       01  WS-PRIV-INACTIVE-DAYS PIC 9(4) VALUE 1095.
           *> inactive members are kept this long - adjust here
       01  WS-PRIV-ANON-ID       PIC 9(5) VALUE 0.
           *> member id written over anonymised rows
       01  WS-PRIV-HIST-CUTOFF   PIC 9(8).
       01  WS-PRIV-MEM-CUTOFF    PIC 9(8).
       01  WS-PRIV-INT           PIC 9(7).
       01  WS-PRIV-EOF           PIC X VALUE 'N'.
       01  WS-PRIV-CHANGED       PIC X VALUE 'N'.
       01  WS-PRIV-DROP          PIC X VALUE 'N'.
       01  WS-PRIV-ANY-CHANGE    PIC X VALUE 'N'.
       01  WS-PRIV-HIT           PIC X VALUE 'N'.
       01  WS-PRIV-CHK-ID        PIC 9(5).
       01  WS-PRIV-SUB           PIC 9(4).
       01  WS-PRIV-REASON        PIC X(40).
       01  WS-PRIV-PTR           PIC 9(3).
       01  WS-PRIV-FINE-BAL      PIC S9(6)V99.
       01  WS-PRIV-HOLDS         PIC 9(3) VALUE 0.
       01  WS-PRIV-OPEN-ILL      PIC 9(3) VALUE 0.
       01  WS-PRIV-MEMBERS       PIC 9(5) VALUE 0.
       01  WS-PRIV-PURGED        PIC 9(4) VALUE 0.
       01  WS-PRIV-HELD          PIC 9(5) VALUE 0.
       01  WS-PRIV-DEFERRED      PIC 9(5) VALUE 0.
       01  WS-PRIV-STARTED       PIC 9(5) VALUE 0.
       01  WS-PRIV-HIST-ROWS     PIC 9(7) VALUE 0.
       01  WS-PRIV-AUD-LINES     PIC 9(7) VALUE 0.
       01  WS-PRIV-GEN-FILES     PIC 9(3) VALUE 0.
       01  WS-PRIV-GEN-ROWS      PIC 9(7) VALUE 0.
       01  WS-PRIV-GEN-CHANGED   PIC X VALUE 'N'.
       01  WS-PRIV-GEN-OFF       PIC 9(3) VALUE 0.
       01  WS-PRIV-GEN-LIMIT     PIC 9(3) VALUE 0.
       01  WS-PRIV-GEN-DATE      PIC 9(8).
       01  WS-PRIV-GEN-KIND      PIC X.
           *> M = Members.csv generation, H = LoanHistory.csv
       01  WS-PRIV-LINE          PIC X(200).
       01  WS-PRIV-MAX-PURGE     PIC 9(4) VALUE 500.
       01  PRIV-PURGED-TABLE.
           05  PP-MEMBER-ID      PIC 9(5) OCCURS 500 TIMES.
       *> journal line being scrubbed, split on its "|" fields
       01  WS-PRIV-AUD-LINE      PIC X(480).
       01  WS-PRIV-AUD-STAMP     PIC X(14).
       01  WS-PRIV-AUD-ACTION    PIC X(12).
       01  WS-PRIV-AUD-KEY       PIC X(10).
       01  WS-PRIV-AUD-BEFORE    PIC X(200).
       01  WS-PRIV-AUD-AFTER     PIC X(200).
       01  WS-PRIV-AUD-OPER      PIC X(8).
       01  WS-PRIV-AUD-FILE      PIC X(8).
       01  WS-PRIV-AUD-FIELDS    PIC 9(2).
       01  WS-PRIV-AUD-AGED      PIC X VALUE 'N'.
       01  WS-PRIV-AUD-DATE      PIC 9(8).
       01  WS-PRIV-CLOSED-DATE   PIC 9(8).
       01  WS-PRIV-ID-FIELD      PIC 9(2).
       *> one row image from the journal, split on its commas
       01  WS-PRIV-IMAGE         PIC X(200).
       01  WS-PRIV-PART-CNT      PIC 9(2).
       01  WS-PRIV-PART-TABLE.
           05  WS-PRIV-PART      PIC X(80) OCCURS 12 TIMES.
       01  LOAN-HISTORY-SCRATCH-STATUS PIC XX.
       01  AUDIT-SCRATCH-STATUS  PIC XX.
       01  PURGE-WORK-STATUS     PIC XX.

       *> long-overdue billing run (open loans declared lost)
       01  WS-LOST-DAYS          PIC 9(3) VALUE 90.

       *> append-only audit journal of file mutations. The journal
       *> line is pipe-delimited because the images themselves are
       *> comma-separated CSV rows. At its widest - two full
       *> 200-byte images plus operator and file name - a line runs
       *> to 458 bytes, so journal lines are held as X(480) and the
       *> file name that recovery replays by is never cut off.
       01  AUDIT-STATUS          PIC XX.
       01  WS-AUD-STAMP          PIC X(14).
       01  WS-AUD-ACTION         PIC X(12).
       01  WS-AUD-KEY            PIC X(10).
       01  WS-AUD-BEFORE         PIC X(200).
       01  WS-AUD-AFTER          PIC X(200).
       01  WS-AUD-FILE           PIC X(8) VALUE SPACES.
       01  WS-AUD-LINE           PIC X(480).
       01  WS-AUD-PTR            PIC 9(3) VALUE 1.
       01  WS-AUD-EOF            PIC X VALUE 'N'.
       01  WS-AUD-DATE-FILTER    PIC X(8).
       01  WS-AUD-KEY-FILTER     PIC X(10).
       01  WS-AUD-KEY-MATCH      PIC X VALUE 'N'.
       01  WS-AUD-SHOWN          PIC 9(5) VALUE 0.
       01  WS-AUD-OPER           PIC X(8).
       01  WS-AUD-OPER-FILTER    PIC X(8).

       *> nightly cross-file reconciliation. The duplicate scans
       *> run off private work files (*.rcn), never the *.tmp
           05  order_price_x      PIC X(10).
           05  order_date         PIC 9(8).
           05  order_status       PIC X.  *> O=open, C=closed
           05  order_fund         PIC X(8).
           05  order_fund_year    PIC 9(4).

       01  ORDER-STATUS          PIC XX.
       01  ORDER-BACKUP-STATUS   PIC XX.
           05 FILLER            PIC X(8)  VALUE "RECEIVED".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "UNIT COST".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "FUND".

       01  ORDER-DETAIL-LINE.
           05 or_order_id       PIC X(8).
           05 or_received       PIC ZZZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 or_price          PIC $ZZZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 or_fund           PIC X(8).

       *> acquisitions fund budgets (Funds.csv): one row per fund
       *> code and fiscal year. Raising an order commits its value
       *> against the fund; receiving moves the delivered copies
       *> from committed to spent at the invoiced price.
       01  fund_detail.
           05  fund_code          PIC X(8).
           05  fund_year          PIC 9(4).
           05  fund_name          PIC X(30).
           05  fund_alloc_x       PIC X(12).
           05  fund_commit_x      PIC X(12).
           05  fund_spent_x       PIC X(12).

       01  FUND-STATUS           PIC XX.
       01  FUND-BACKUP-STATUS    PIC XX.
       01  FUND-SCRATCH-STATUS   PIC XX.
       01  WS-FUND-EOF           PIC X VALUE 'N'.
       01  WS-FUND-LINE          PIC X(200).
       01  WS-FUND-FOUND         PIC X VALUE 'N'.
       01  WS-FUND-LISTED        PIC X VALUE 'N'.
       01  WS-FUND-SUBCHOICE     PIC 9(1).
       01  WS-FUND-ALLOC         PIC 9(7)V99 VALUE 0.
       01  WS-FUND-COMMIT        PIC 9(7)V99 VALUE 0.
       01  WS-FUND-SPENT         PIC 9(7)V99 VALUE 0.
       01  WS-FUND-FREE          PIC S9(8)V99 VALUE 0.
       01  WS-FUND-FREE-ED       PIC -Z(7)9.99.
       01  WS-FUND-OK            PIC X VALUE 'N'.
       01  WS-FUND-BAD-CHARS     PIC 9(3) VALUE 0.
       01  WS-FUND-OVER          PIC X VALUE 'N'.
       01  WS-FY-MONTH           PIC 9(2).
       01  WS-FUND-AMT-ED        PIC Z(6)9.99.
       01  WS-FUND-AMT-INPUT     PIC X(12).
       01  WS-FUND-AMT-VALID     PIC X VALUE 'N'.
       01  WS-FUND-YEAR-INPUT    PIC X(4).
       01  WS-LOOKUP-FUND-CODE   PIC X(8).
       01  WS-LOOKUP-FUND-YEAR   PIC 9(4).
       01  WS-FUND-FY            PIC 9(4).
       01  WS-FUND-RPT-YEAR      PIC 9(4).
       01  WS-FY-START-MONTH     PIC 9(2) VALUE 7.
       01  WS-FY-START-ENV       PIC X(4).
       01  WS-ORDER-VALUE        PIC 9(7)V99 VALUE 0.
       01  WS-RECV-PRICE         PIC 9(5)V99 VALUE 0.
       01  WS-RECV-PRICE-INPUT   PIC X(12).
       01  WS-RECV-RELEASE       PIC 9(7)V99 VALUE 0.
       01  WS-RECV-COST          PIC 9(7)V99 VALUE 0.
       01  WS-FUND-TOT-ALLOC     PIC 9(8)V99 VALUE 0.
       01  WS-FUND-TOT-COMMIT    PIC 9(8)V99 VALUE 0.
       01  WS-FUND-TOT-SPENT     PIC 9(8)V99 VALUE 0.
       01  WS-FUND-TOT-FREE      PIC S9(8)V99 VALUE 0.
       01  WS-FUND-ROWS          PIC 9(4) VALUE 0.

       *> generic fund-file rewrite (update one fund row)
       01  FRW-TARGET-CODE       PIC X(8).
       01  FRW-TARGET-YEAR       PIC 9(4).
       01  FRW-CUR-CODE          PIC X(8).
       01  FRW-CUR-YEAR          PIC 9(4).
       01  FRW-NEW-LINE          PIC X(200).
       01  FRW-FOUND             PIC X VALUE 'N'.
       01  FRW-EOF               PIC X VALUE 'N'.

       01  FUND-HEADER.
           05 FILLER            PIC X(8)  VALUE "FUND".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(4)  VALUE "FY".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(25) VALUE "NAME".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(13) VALUE "   ALLOCATION".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(13) VALUE "    COMMITTED".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(13) VALUE "        SPENT".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(14) VALUE "  FREE BALANCE".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(4)  VALUE "NOTE".

       01  FUND-DETAIL-LINE.
           05 fd_code           PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 fd_year           PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 fd_name           PIC X(25).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 fd_alloc          PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 fd_commit         PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 fd_spent          PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 fd_free           PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 fd_note           PIC X(4).

       *> catalog posting used by receiving and the bulk load
       01  WS-POSTED-BOOK-ID     PIC X(10).
       01  vb_genre              PIC X(15).
       01  vb_price_x            PIC X(10).

       *> offline circulation upload - checkouts and returns taken
       *> on paper or a standalone laptop while the system was
       *> down, posted afterwards in date/time order under the
       *> dates they really happened. Rows that cannot post go to
       *> OfflineRejects.csv, reason code first like the vendor
       *> load.
       01  OFFLINE-STATUS        PIC XX.
       01  OFFLINE-REJECT-STATUS PIC XX.
       01  WS-OFL-EOF            PIC X VALUE 'N'.
       01  WS-OFL-COUNT          PIC 9(3) VALUE 0.
       01  WS-OFL-MAX            PIC 9(3) VALUE 500.
       01  WS-OFL-NEXT           PIC 9(3) VALUE 0.
       01  WS-OFL-DONE-CNT       PIC 9(3) VALUE 0.
       01  WS-OFL-READ           PIC 9(5) VALUE 0.
       01  WS-OFL-POSTED         PIC 9(5) VALUE 0.
       01  WS-OFL-REJECTED       PIC 9(5) VALUE 0.
       01  WS-OFL-OUTS           PIC 9(5) VALUE 0.
       01  WS-OFL-RETURNS        PIC 9(5) VALUE 0.
       01  WS-OFL-RUN-DATE       PIC 9(8).
       01  WS-OFL-REASON         PIC X(16).
       01  WS-OFL-ROW            PIC X(200).
       01  WS-OFL-REJ-LINE       PIC X(220).
       01  ofl_member_x          PIC X(10).
       01  ofl_accession_x       PIC X(10).
       01  ofl_action_x          PIC X(10).
       01  ofl_date_x            PIC X(10).
       01  ofl_time_x            PIC X(10).
       01  ofl_branch_x          PIC X(10).
       01  ofl_action            PIC X.   *> O=out, I or R=return
       01  ofl_date              PIC 9(8).
       01  OFFLINE-TABLE.
           05  OFFLINE-ENTRY OCCURS 500 TIMES.
               10  OT-STAMP      PIC X(14).
               10  OT-DONE       PIC X.
               10  OT-ROW        PIC X(200).

       01  OFFLINE-HEADER.
           05 FILLER            PIC X(10) VALUE "DATE".
           05 FILLER            PIC X(8)  VALUE "TIME".
           05 FILLER            PIC X(8)  VALUE "MEMBER".
           05 FILLER            PIC X(11) VALUE "ACCESSION".
           05 FILLER            PIC X(10) VALUE "ACTION".
           05 FILLER            PIC X(18) VALUE "RESULT".
           05 FILLER            PIC X(7)  VALUE "LOAN ID".

       01  OFFLINE-DETAIL-LINE.
           05 ol_date            PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ol_time            PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ol_member          PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ol_accession       PIC X(9).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ol_action          PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ol_result          PIC X(16).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ol_loan_id         PIC X(5).

       *> collection weeding - titles, copies and the whole
       *> borrowing record (live loans plus LoanHistory.csv) joined
       *> in memory so dead stock can be picked out by genre.
       *> Approved accessions come back in WeedApproved.csv for
       *> the batch withdrawal; refusals go to WeedRejects.csv.
       01  WEED-APPROVED-STATUS  PIC XX.
       01  WEED-REJECT-STATUS    PIC XX.
       01  WS-WEED-DEFAULT-MONTHS PIC 9(3) VALUE 24.
           *> look-back used when the report runs unattended
       01  WS-WEED-MONTHS        PIC 9(3) VALUE 0.
       01  WS-WEED-MONTHS-INPUT  PIC X(3).
       01  WS-WEED-MONTHS-VALID  PIC X VALUE 'N'.
       01  WS-WEED-EXCESS-FACTOR PIC 9(1) VALUE 3.
           *> copies count as far beyond demand when there are at
           *> least this many and this many times the checkouts
           *> in the look-back period
       01  WS-WEED-CUTOFF        PIC 9(8).
       01  WS-WEED-MONTH-NUM     PIC 9(6).
       01  WS-WEED-Y             PIC 9(4).
       01  WS-WEED-M             PIC 9(2).
       01  WS-WEED-D             PIC 9(2).
       01  WS-WEED-EOF           PIC X VALUE 'N'.
       01  WS-WEED-TITLE-CNT     PIC 9(4) VALUE 0.
       01  WS-WEED-TITLE-MAX     PIC 9(4) VALUE 2000.
       01  WS-WEED-GENRE-CNT     PIC 9(3) VALUE 0.
       01  WS-WEED-POOR-CNT      PIC 9(4) VALUE 0.
       01  WS-WEED-IDX           PIC 9(4) VALUE 0.
       01  WS-WEED-SUB           PIC 9(4) VALUE 0.
       01  WS-WEED-GSUB          PIC 9(3) VALUE 0.
       01  WS-WEED-BOOK-NUM      PIC 9(10).
       01  WS-WEED-COND          PIC X(12).
       01  WS-WEED-HITS          PIC 9(3) VALUE 0.
       01  WS-WEED-SHOWN         PIC 9(5) VALUE 0.
       01  WS-WEED-OVERFLOW      PIC X VALUE 'N'.
       01  WS-WEED-READ          PIC 9(5) VALUE 0.
       01  WS-WEED-WITHDRAWN     PIC 9(5) VALUE 0.
       01  WS-WEED-REJECTED      PIC 9(5) VALUE 0.
       01  WS-WEED-REASON        PIC X(18).
       01  WS-WEED-ACC-X         PIC X(10).
       01  WS-WEED-REJ-LINE      PIC X(220).
       01  WEED-TITLE-TABLE.
           05  WEED-TITLE-ENTRY OCCURS 2000 TIMES.
               10  WT-BOOK-ID    PIC 9(10).
               10  WT-TITLE      PIC X(30).
               10  WT-GENRE      PIC X(15).
               10  WT-SHELF      PIC 9(3).
               10  WT-COPIES     PIC 9(4).
               10  WT-LAST-DATE  PIC 9(8).
               10  WT-LIFETIME   PIC 9(5).
               10  WT-RECENT     PIC 9(5).
       01  WEED-GENRE-TABLE.
           05  WEED-GENRE-ENTRY OCCURS 100 TIMES.
               10  WG-GENRE      PIC X(15).
       01  WEED-POOR-TABLE.
           05  WEED-POOR-ENTRY OCCURS 2000 TIMES.
               10  WP-ACCESSION  PIC 9(6).
               10  WP-TITLE-IDX  PIC 9(4).
               10  WP-CONDITION  PIC X(12).
               10  WP-STATUS     PIC X.

       01  WEED-TITLE-HEADER.
           05 FILLER            PIC X(15) VALUE "GENRE".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "BOOK ID".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(30) VALUE "TITLE".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "COPIES".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "RECENT".
           05 FILLER            PIC X(10) VALUE "LAST LOAN".
           05 FILLER            PIC X(8)  VALUE "LIFETIME".

       01  WEED-TITLE-LINE.
           05 wd_genre          PIC X(15).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 wd_book_id        PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 wd_title          PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 wd_copies         PIC ZZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 wd_recent         PIC ZZZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 wd_last_date      PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 wd_lifetime       PIC ZZZZ9.

       01  WEED-COPY-HEADER.
           05 FILLER            PIC X(15) VALUE "GENRE".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "ACCESSION".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(30) VALUE "TITLE".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "CONDITION".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "STATUS".

       01  WEED-COPY-LINE.
           05 wc_genre          PIC X(15).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 wc_accession      PIC X(9).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 wc_title          PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 wc_condition      PIC X(12).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 wc_status         PIC X(10).

       *> monthly circulation statistics for the board
       01  WS-STAT-MONTH         PIC X(6).
       01  WS-STAT-MONTH-IN      PIC X(6).
       01  TEMP-MEM-ADDRESS       PIC X(50).
       01  TEMP-MEM-FLAG          PIC X.
       01  TEMP-MEM-CATEGORY      PIC X.
       01  TEMP-MEM-EXPIRY        PIC 9(8).
       01  TEMP-MEM-NOTICED       PIC 9(8).
       01  TEMP-MEM-INACTIVE      PIC 9(8).
       01  TEMP-MEM-BRANCH        PIC X(4).
       01  NEW-MEM-NAME           PIC X(30).
       01  NEW-MEM-GENDER         PIC X.
       01  NEW-MEM-EMAIL          PIC X(35).
       01  NEW-MEM-ADDRESS        PIC X(50).
       01  NEW-MEM-FLAG           PIC X.
       01  NEW-MEM-CATEGORY       PIC X.
       01  NEW-MEM-BRANCH         PIC X(4).
       01  NEW-MEM-STATUS-CHOICE  PIC 9(1).
       01  MEM-FOUND-FLAG         PIC X VALUE 'N'.

           05 FILLER            PIC X(2)  VALUE SPACES.
           05 il_status         PIC X(12).

       *> staff sign-on and role permissions (Staff.csv). Roles:
       *> C=clerk (desk work), S=supervisor (clerk work plus
       *> delete book, bulk vendor load, lost loan billing and
       *> the end-of-day close), A=administrator (everything,
       *> plus staff maintenance).
       01  staff_detail.
           05  staff_id           PIC X(8).
           05  staff_password     PIC X(16).
           05  staff_role         PIC X.
           05  staff_name         PIC X(30).
           05  staff_flag         PIC X.  *> Y=active, N=disabled

       01  STAFF-STATUS          PIC XX.
       01  STAFF-BACKUP-STATUS   PIC XX.
       01  STAFF-SCRATCH-STATUS  PIC XX.
       01  WS-STAFF-EOF          PIC X VALUE 'N'.
       01  WS-STAFF-LINE         PIC X(200).
       01  WS-STAFF-AUDIT-LINE   PIC X(200).
       01  WS-STAFF-FOUND        PIC X VALUE 'N'.
       01  WS-STAFF-COUNT        PIC 9(3) VALUE 0.
       01  WS-STAFF-OPEN-STAT    PIC XX VALUE SPACES.
       01  WS-STAFF-TORN         PIC X VALUE 'N'.
       01  WS-STAFF-SUBCHOICE    PIC 9(1).
       01  WS-STAFF-BAD-CHARS    PIC 9(3) VALUE 0.
       01  WS-LOOKUP-STAFF-ID    PIC X(8).
       01  WS-ROLE-CHOICE        PIC 9(1).
       01  WS-ROLE-NAME-OUT      PIC X(13).
       01  WS-NEW-STAFF-PASSWORD PIC X(16).

       *> the signed-on operator, stamped on every journal line
       01  WS-SIGNED-ON          PIC X VALUE 'N'.
       01  WS-OPER-ID            PIC X(8) VALUE SPACES.
       01  WS-OPER-ROLE          PIC X VALUE 'C'.
       01  WS-SIGNON-ID          PIC X(8).
       01  WS-SIGNON-PASSWORD    PIC X(16).
       01  WS-SIGNON-TRIES       PIC 9(1) VALUE 0.
       01  WS-SIGNON-MAX         PIC 9(1) VALUE 3.

       *> generic staff-file rewrite (update one operator row)
       01  SRW-TARGET-ID         PIC X(8).
       01  SRW-CUR-ID            PIC X(8).
       01  SRW-NEW-LINE          PIC X(200).
       01  SRW-FOUND             PIC X VALUE 'N'.
       01  SRW-EOF               PIC X VALUE 'N'.

       01  STAFF-HEADER.
           05 FILLER            PIC X(8)  VALUE "OPERATOR".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(30) VALUE "NAME".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(13) VALUE "ROLE".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "STATUS".

       01  STAFF-DETAIL-LINE.
           05 sf_staff_id       PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 sf_name           PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 sf_role           PIC X(13).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 sf_status         PIC X(8).

       *> serials subscriptions (Serials.csv): one row per title
       *> we subscribe to, carrying the next issue we expect and
       *> when. Monthly-type schedules keep the day of the month
       *> issues fall due so short months do not drag the
       *> schedule earlier.
       01  serial_detail.
           05  serial_id          PIC 9(5).
           05  serial_title       PIC X(30).
           05  serial_vendor      PIC X(25).
           05  serial_freq        PIC X.
           *> W=weekly, F=fortnightly, M=monthly, B=bi-monthly,
           *> Q=quarterly, H=half-yearly, A=annual
           05  serial_next_issue  PIC 9(5).
           05  serial_next_date   PIC 9(8).
           05  serial_day         PIC 9(2).
           05  serial_circ        PIC X.  *> Y=issues circulate
           05  serial_book_id     PIC X(10).
           05  serial_last_recv   PIC 9(8).
           05  serial_status      PIC X.  *> A=active, C=cancelled

       *> issue check-in log (SerialIssues.csv), append-only like
       *> Payments.csv: R=received, M=logged missing when a later
       *> issue arrived first. A late arrival adds an R row for
       *> the same issue, which settles the earlier M row.
       01  issue_detail.
           05  issue_serial_id    PIC 9(5).
           05  issue_no           PIC 9(5).
           05  issue_expected     PIC 9(8).
           05  issue_received     PIC 9(8).
           05  issue_status       PIC X.
           05  issue_accession    PIC 9(6).

       01  SERIAL-STATUS         PIC XX.
       01  SERIAL-BACKUP-STATUS  PIC XX.
       01  SERIAL-SCRATCH-STATUS PIC XX.
       01  ISSUE-STATUS          PIC XX.
       01  WS-SER-EOF            PIC X VALUE 'N'.
       01  WS-SER-LINE           PIC X(200).
       01  WS-SER-FOUND          PIC X VALUE 'N'.
       01  WS-SER-LISTED         PIC X VALUE 'N'.
       01  WS-SER-SUBCHOICE      PIC 9(1).
       01  WS-LAST-SERIAL-ID     PIC 9(5) VALUE 0.
       01  WS-LOOKUP-SERIAL-ID   PIC 9(5).
       01  WS-SER-BAD-CHARS      PIC 9(3) VALUE 0.
       01  WS-SER-FREQ-OK        PIC X VALUE 'N'.
       01  WS-SER-FREQ-NAME      PIC X(12).
       01  WS-SER-STATUS-NAME    PIC X(9).
       01  WS-SER-DATE-INPUT     PIC X(8).
       01  WS-SER-DATE-OK        PIC X VALUE 'N'.
       01  WS-SER-ISSUE-INPUT    PIC X(5).
       01  WS-SER-RECV-ISSUE     PIC 9(5).
       01  WS-SER-RECV-DATE      PIC 9(8).
       01  WS-SER-GAP            PIC 9(5) VALUE 0.
       01  WS-SER-MAX-GAP        PIC 9(2) VALUE 12.
       01  WS-SER-ISS-STATE      PIC X.
       01  WS-SER-ISS-EXPECTED   PIC 9(8).
       01  WS-ISS-EOF            PIC X VALUE 'N'.
       01  WS-ISS-LINE           PIC X(200).
       01  WS-ISS-LISTED         PIC X VALUE 'N'.
       01  WS-ISS-STATUS-NAME    PIC X(8).

       *> schedule arithmetic: WS-SER-ADV-DATE is moved on one
       *> issue of frequency serial_freq, keeping serial_day
       01  WS-SER-ADV-DATE       PIC 9(8).
       01  WS-SER-ADV-PARTS REDEFINES WS-SER-ADV-DATE.
           05  WS-SER-ADV-YYYY   PIC 9(4).
           05  WS-SER-ADV-MM     PIC 9(2).
           05  WS-SER-ADV-DD     PIC 9(2).
       01  WS-SER-ADV-YEAR       PIC 9(4).
       01  WS-SER-ADV-MONTH      PIC 9(3).
       01  WS-SER-ADV-DAY        PIC 9(2).
       01  WS-SER-ADV-STEP       PIC 9(2).
       01  WS-SER-ADV-LAST-DAY   PIC 9(2).
       01  WS-SER-ADV-INT        PIC 9(7).

       *> claim grace per vendor (SerialVendors.csv: vendor name,
       *> grace days). Vendors not listed get WS-SER-GRACE-DAYS -
       *> adjust here.
       01  SERIAL-VENDOR-STATUS  PIC XX.
       01  WS-SER-GRACE-DAYS     PIC 9(3) VALUE 14.
       01  WS-SER-GRACE          PIC 9(3) VALUE 0.
       01  WS-SV-LOADED          PIC X VALUE 'N'.
       01  WS-SV-EOF             PIC X VALUE 'N'.
       01  WS-SV-COUNT           PIC 9(3) VALUE 0.
       01  WS-SV-OVERFLOW        PIC X VALUE 'N'.
       01  WS-SV-NAME-X          PIC X(25).
       01  WS-SV-DAYS-X          PIC X(5).
       01  WS-SV-IX              PIC 9(3).
       01  SERIAL-VENDOR-TABLE.
           05  SERIAL-VENDOR-ENTRY OCCURS 100 TIMES.
               10  SV-VENDOR     PIC X(25).
               10  SV-GRACE      PIC 9(3).

       *> claims run work tables: issues logged missing and not
       *> since received, and the claim lines found, printed
       *> vendor by vendor
       01  WS-MISS-COUNT         PIC 9(3) VALUE 0.
       01  WS-MISS-OVERFLOW      PIC X VALUE 'N'.
       01  WS-MISS-IX            PIC 9(3).
       01  SERIAL-MISS-TABLE.
           05  SERIAL-MISS-ENTRY OCCURS 500 TIMES.
               10  MS-SERIAL-ID  PIC 9(5).
               10  MS-ISSUE      PIC 9(5).
               10  MS-EXPECTED   PIC 9(8).
               10  MS-OPEN       PIC X.
       01  WS-CLAIM-COUNT        PIC 9(3) VALUE 0.
       01  WS-CLAIM-OVERFLOW     PIC X VALUE 'N'.
       01  WS-CLAIM-IX           PIC 9(3).
       01  WS-CLAIM-JX           PIC 9(3).
       01  WS-CLAIM-VENDOR       PIC X(25).
       01  WS-CLAIM-VEND-LINES   PIC 9(3) VALUE 0.
       01  WS-CLAIM-VENDORS      PIC 9(3) VALUE 0.
       01  WS-CLAIM-LOOKAHEAD    PIC 9(2) VALUE 0.
       01  WS-CLAIM-DATE         PIC 9(8).
       01  WS-CLAIM-ISSUE        PIC 9(5).
       01  WS-CLAIM-KIND         PIC X(7).
       01  WS-CLAIM-LATE         PIC S9(6) VALUE 0.
       01  SERIAL-CLAIM-TABLE.
           05  SERIAL-CLAIM-ENTRY OCCURS 500 TIMES.
               10  CL-VENDOR     PIC X(25).
               10  CL-SERIAL-ID  PIC 9(5).
               10  CL-TITLE      PIC X(30).
               10  CL-ISSUE      PIC 9(5).
               10  CL-EXPECTED   PIC 9(8).
               10  CL-LATE       PIC 9(5).
               10  CL-GRACE      PIC 9(3).
               10  CL-KIND       PIC X(7).
               10  CL-PRINTED    PIC X.

       *> generic serial-file rewrite (update one subscription row)
       01  SERW-TARGET-ID        PIC 9(5).
       01  SERW-CUR-ID           PIC 9(5).
       01  SERW-NEW-LINE         PIC X(200).
       01  SERW-FOUND            PIC X VALUE 'N'.
       01  SERW-EOF              PIC X VALUE 'N'.

       01  SERIAL-HEADER.
           05 FILLER            PIC X(5)  VALUE "ID".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(30) VALUE "TITLE".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "VENDOR".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "FREQUENCY".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(5)  VALUE "NEXT".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "EXPECTED".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "STATUS".

       01  SERIAL-DETAIL-LINE.
           05 sl_serial_id      PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 sl_title          PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 sl_vendor         PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 sl_freq           PIC X(12).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 sl_next_issue     PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 sl_next_date      PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 sl_status         PIC X(9).

       01  ISSUE-HEADER.
           05 FILLER            PIC X(5)  VALUE "ISSUE".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "EXPECTED".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "RECEIVED".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "STATUS".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "ACCESSION".

       01  ISSUE-DETAIL-LINE.
           05 is_issue_no       PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 is_expected       PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 is_received       PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 is_status         PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 is_accession      PIC X(9).

       01  CLAIM-HEADER.
           05 FILLER            PIC X(5)  VALUE "ID".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(30) VALUE "TITLE".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(5)  VALUE "ISSUE".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "EXPECTED".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "DAYS LATE".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(5)  VALUE "GRACE".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "CLAIM".

       01  CLAIM-DETAIL-LINE.
           05 cd_serial_id      PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 cd_title          PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 cd_issue          PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 cd_expected       PIC X(8).
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 cd_late           PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 cd_grace          PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 cd_kind           PIC X(7).

       *> end-of-day close: dated generation snapshots with
       *> row-count verification. Retention defaults to 7 nights
       *> and can be overridden with the LIBRARY_EOD_KEEP
       *> environment variable.
       01  WS-GEN-NAME           PIC X(60).
       01  GEN-STATUS            PIC XX.
       01  WS-GEN-KEEP           PIC 9(2) VALUE 7.
       01  WS-GEN-KEEP-ENV       PIC X(4).
           05 FILLER             PIC X(16) VALUE "Copies.csv".
           05 FILLER             PIC X(16) VALUE "Orders.csv".
           05 FILLER             PIC X(16) VALUE "IllRequests.csv".
           05 FILLER             PIC X(16) VALUE "Payments.csv".
           05 FILLER             PIC X(16) VALUE "Staff.csv".
           05 FILLER             PIC X(16) VALUE "Funds.csv".
           05 FILLER             PIC X(16) VALUE "Serials.csv".
           05 FILLER             PIC X(16) VALUE "SerialIssues.csv".
       01  EOD-BASE-TABLE REDEFINES EOD-BASE-NAMES.
           05 EOD-BASE-ENTRY OCCURS 14 TIMES PIC X(16).

       01  EOD-REPORT-HEADER.
           05 FILLER            PIC X(16) VALUE "FILE".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 eod_verdict       PIC X(10).

       *> point-of-failure recovery: a generation is put back over
       *> the live file(s) and the journal entries made since its
       *> close are replayed on top. EOD-TAG-ENTRY is the file name
       *> a data-changing journal entry carries (WS-AUD-FILE), in
       *> EOD-BASE-ENTRY order. EOD-MASK-ENTRY is the field of
       *> that file's rows the journal may hold masked - the staff
       *> password, or a member id the privacy purge has taken
       *> out - which replay does not hold against the row on
       *> file. The damaged live file is kept as
       *> PRE-RECOVER-<run stamp>-<file> before the generation goes
       *> over it; the stamp keeps a second attempt from
       *> overwriting the copy taken at the point of failure.
       01  EOD-TAG-NAMES.
           05 FILLER             PIC X(8) VALUE "BOOKS".
           05 FILLER             PIC X(8) VALUE "MEMBERS".
           05 FILLER             PIC X(8) VALUE "LOANS".
           05 FILLER             PIC X(8) VALUE "FINES".
           05 FILLER             PIC X(8) VALUE "HOLDS".
           05 FILLER             PIC X(8) VALUE "HISTORY".
           05 FILLER             PIC X(8) VALUE "COPIES".
           05 FILLER             PIC X(8) VALUE "ORDERS".
           05 FILLER             PIC X(8) VALUE "ILL".
           05 FILLER             PIC X(8) VALUE "PAYMENTS".
           05 FILLER             PIC X(8) VALUE "STAFF".
           05 FILLER             PIC X(8) VALUE "FUNDS".
           05 FILLER             PIC X(8) VALUE "SERIALS".
           05 FILLER             PIC X(8) VALUE "ISSUES".
       01  EOD-TAG-TABLE REDEFINES EOD-TAG-NAMES.
           05 EOD-TAG-ENTRY OCCURS 14 TIMES PIC X(8).

       01  EOD-MASK-FIELDS.
           05 FILLER             PIC 9(2) VALUE 0.
           05 FILLER             PIC 9(2) VALUE 0.
           05 FILLER             PIC 9(2) VALUE 2.
           05 FILLER             PIC 9(2) VALUE 2.
           05 FILLER             PIC 9(2) VALUE 1.
           05 FILLER             PIC 9(2) VALUE 2.
           05 FILLER             PIC 9(2) VALUE 0.
           05 FILLER             PIC 9(2) VALUE 0.
           05 FILLER             PIC 9(2) VALUE 2.
           05 FILLER             PIC 9(2) VALUE 4.
           05 FILLER             PIC 9(2) VALUE 2.
           05 FILLER             PIC 9(2) VALUE 0.
           05 FILLER             PIC 9(2) VALUE 0.
           05 FILLER             PIC 9(2) VALUE 0.
       01  EOD-MASK-TABLE REDEFINES EOD-MASK-FIELDS.
           05 EOD-MASK-ENTRY OCCURS 14 TIMES PIC 9(2).

       01  WS-RCV-NAME           PIC X(40).
       01  RECOVER-STATUS        PIC XX.
       01  RECOVER-WORK-STATUS   PIC XX.
       01  WS-RCV-GEN-INPUT      PIC X(20).
       01  WS-RCV-FILE-INPUT     PIC X(20).
       01  WS-RCV-GEN            PIC X(8).
       01  WS-RCV-SEL            PIC 9(2) VALUE 0.
       01  WS-RCV-IX             PIC 9(2) VALUE 0.
       01  WS-RCV-OK             PIC X VALUE 'N'.
       01  WS-RCV-EOF            PIC X VALUE 'N'.
       01  WS-RCV-JRN-EOF        PIC X VALUE 'N'.
       01  WS-RCV-LIVE-ROWS      PIC 9(6) VALUE 0.
       01  WS-RCV-GEN-ROWS       PIC 9(6) VALUE 0.
       01  WS-RCV-CLOSE-LINE     PIC 9(7) VALUE 0.
       01  WS-RCV-CLOSE-STAMP    PIC X(14).
       01  WS-RCV-CLOSE-RESULT   PIC X(20).
       01  WS-RCV-LINE-NO        PIC 9(7) VALUE 0.
       01  WS-RCV-JRN-LINE       PIC X(480).
       01  WS-RCV-STAMP          PIC X(14).
       01  WS-RCV-ACTION         PIC X(12).
       01  WS-RCV-KEY            PIC X(10).
       01  WS-RCV-BEFORE         PIC X(200).
       01  WS-RCV-AFTER          PIC X(200).
       01  WS-RCV-OPER           PIC X(8).
       01  WS-RCV-TAG            PIC X(8).
       01  WS-RCV-TAG-IX         PIC 9(2) VALUE 0.
       01  WS-RCV-IMAGE          PIC X(200).
       01  WS-RCV-LABEL          PIC X(11).
       01  WS-RCV-ROW            PIC X(200).
       01  WS-RCV-NEW-ROW        PIC X(200).
       01  WS-RCV-NEAR-ROW       PIC X(200).
       01  WS-RCV-FIRST-FIELD    PIC X(20).
       01  WS-RCV-ROW-FIRST      PIC X(20).
       01  WS-RCV-DONE           PIC X VALUE 'N'.
       01  WS-RCV-HIT            PIC X VALUE 'N'.
       01  WS-RCV-STOPPED        PIC X VALUE 'N'.
       01  WS-RCV-STOP-WHY       PIC X(60).
       01  WS-RCV-LAST-STAMP     PIC X(14).
       01  WS-RCV-RUN-STAMP      PIC X(14).
       01  WS-RCV-ENTRIES        PIC 9(6) VALUE 0.
       01  WS-RCV-ADDED          PIC 9(6) VALUE 0.
       01  WS-RCV-CHANGED        PIC 9(6) VALUE 0.
       01  WS-RCV-REMOVED        PIC 9(6) VALUE 0.
       01  WS-RCV-OTHER-FILE     PIC 9(6) VALUE 0.
       01  WS-RCV-PURGED         PIC 9(6) VALUE 0.
       01  WS-RCV-NOTES          PIC 9(6) VALUE 0.
       01  WS-RCV-STAFF-OFF      PIC 9(3) VALUE 0.
       01  WS-RCV-MASK           PIC 9(2) VALUE 0.
       01  WS-RCV-SKIP-IX        PIC 9(2) VALUE 0.
       01  WS-RCV-PART-IX        PIC 9(2) VALUE 0.
       01  WS-RCV-IMG-CNT        PIC 9(2) VALUE 0.
       01  WS-RCV-ROW-CNT        PIC 9(2) VALUE 0.
       01  WS-RCV-PTR            PIC 9(3) VALUE 1.
       01  WS-RCV-IMG-TABLE.
           05 WS-RCV-IMG-PART OCCURS 16 TIMES PIC X(100).
       01  WS-RCV-ROW-TABLE.
           05 WS-RCV-ROW-PART OCCURS 16 TIMES PIC X(100).

       *> two-desk update token and read-only inquiry mode. The
       *> terminal identity comes from the LIBRARY_TERMINAL
       *> environment variable each desk PC sets at logon.
       01  WS-NEEDS-LOCK         PIC X VALUE 'N'.
       01  WS-LOCK-EOF           PIC X VALUE 'N'.

       *> branches. Branches.csv carries one code,name row per
       *> branch, hand-maintained like Calendar.csv; the first row
       *> is the default branch that copies and members written
       *> before branches existed belong to. With no file the
       *> library is the single branch MAIN. The desk's own branch
       *> comes from the LIBRARY_BRANCH environment variable, set
       *> on each desk PC beside LIBRARY_TERMINAL.
       01  BRANCH-STATUS         PIC XX.
       01  WS-BR-EOF             PIC X VALUE 'N'.
       01  WS-BR-LOADED          PIC X VALUE 'N'.
       01  WS-BR-COUNT           PIC 9(2) VALUE 0.
       *> report tallies run to WS-BR-RPT-COUNT: the branches on
       *> file plus, when a row names a code not on Branches.csv,
       *> one UNKNOWN line after them. Lookups (FIND-BRANCH) stop
       *> at WS-BR-COUNT, so that line never reads as a branch.
       01  WS-BR-RPT-COUNT       PIC 9(2) VALUE 0.
       01  WS-BR-IX              PIC 9(2).
       01  WS-BR-FOUND           PIC X VALUE 'N'.
       01  WS-BR-LOOKUP          PIC X(4).
       01  WS-BR-INPUT           PIC X(10).
       01  WS-BR-CODE-X          PIC X(10).
       01  WS-BR-NAME-X          PIC X(30).
       01  WS-DEFAULT-BRANCH     PIC X(4) VALUE "MAIN".
       01  WS-DESK-BRANCH        PIC X(4).
       *> branch a checkout or return is posted at - the desk's
       *> own, or the branch named on an offline upload row
       01  WS-CIRC-BRANCH        PIC X(4).
       01  WS-MEMBER-BRANCH      PIC X(4).
       01  WS-RET-DEST           PIC X(4).
       *> shelf copies of one title, here and at other branches
       01  WS-CB-HERE            PIC 9(3) VALUE 0.
       01  WS-CB-ELSEWHERE       PIC 9(3) VALUE 0.
       01  WS-CB-STOCKED         PIC 9(3) VALUE 0.
       01  BRANCH-TABLE.
           05  BR-ENTRY OCCURS 20 TIMES.
               10  BR-CODE       PIC X(4).
               10  BR-NAME       PIC X(30).
               10  BR-HOME-CNT   PIC 9(5).
               10  BR-SHELF-CNT  PIC 9(5).
               10  BR-OUT-CNT    PIC 9(5).
               10  BR-TRANSIT-CNT PIC 9(5).
               10  BR-OTHER-CNT  PIC 9(5).
               10  BR-CHECKOUT-CNT PIC 9(5).
               10  BR-RENEW-CNT  PIC 9(5).
               10  BR-RETURN-CNT PIC 9(5).
               10  BR-MEMBER-CNT PIC 9(5).

       01  BRANCH-INV-HEADER.
           05 FILLER            PIC X(6)  VALUE "BRANCH".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "NAME".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "  OWNED".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "ON SHELF".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "ON LOAN".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "INBOUND".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "UNAVAIL".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "MEMBERS".

       01  BRANCH-INV-DETAIL.
           05 bi_branch         PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 bi_name           PIC X(20).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 bi_owned          PIC ZZZZ9.
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 bi_shelf          PIC ZZZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 bi_out            PIC ZZZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 bi_transit        PIC ZZZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 bi_other          PIC ZZZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 bi_members        PIC ZZZZ9.

       01  BRANCH-STAT-HEADER.
           05 FILLER            PIC X(6)  VALUE "BRANCH".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "NAME".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "CHECKOUTS".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "RETURNS".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "RENEWALS".

       01  BRANCH-STAT-DETAIL.
           05 bs_branch         PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 bs_name           PIC X(20).
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 bs_checkouts      PIC ZZZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 bs_returns        PIC ZZZZ9.
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 bs_renewals       PIC ZZZZ9.

       *> torn-rewrite protection: which live file is mid-rebuild
       01  INFLIGHT-STATUS       PIC XX.
       01  WS-TORN-TAG           PIC X(8).
       01  WS-INFLIGHT-LINE      PIC X(40).
       01  WS-INFLIGHT-EOF       PIC X VALUE 'N'.
       01  WS-RESTORE-EOF        PIC X VALUE 'N'.
       01  WS-RESTORE-COUNT      PIC 9(5) VALUE 0.

       *> unattended batch dispatch (scheduler entry)
       01  WS-BATCH-MODE         PIC X VALUE 'N'.
       01  WS-BATCH-CODE         PIC 9(2) VALUE 0.
       01  WS-ARG-COUNT          PIC 9(4) VALUE 0.
       01  WS-CMD-ARG            PIC X(8).
       01  WS-BAD-ARG            PIC X VALUE 'N'.

       LINKAGE SECTION.
           ELSE
           IF WS-BATCH-CODE > 0
               MOVE 'Y' TO WS-BATCH-MODE
               *> scheduler runs are journalled under the BATCH
               *> operator and carry full authority
               MOVE "BATCH" TO WS-OPER-ID
               MOVE 'A' TO WS-OPER-ROLE
               MOVE 'Y' TO WS-SIGNED-ON
               PERFORM GET-DESK-BRANCH
               *> report-only codes run fine beside another desk;
               *> anything that writes a data file needs the token
               EVALUATE WS-BATCH-CODE
                   WHEN 47 MOVE 'Y' TO WS-NEEDS-LOCK
                   WHEN 49 MOVE 'Y' TO WS-NEEDS-LOCK
                   WHEN 50 MOVE 'Y' TO WS-NEEDS-LOCK
                   WHEN 52 MOVE 'Y' TO WS-NEEDS-LOCK
                   WHEN 55 MOVE 'Y' TO WS-NEEDS-LOCK
                   WHEN 57 MOVE 'Y' TO WS-NEEDS-LOCK
                   WHEN 58 MOVE 'Y' TO WS-NEEDS-LOCK
                   WHEN 61 MOVE 'Y' TO WS-NEEDS-LOCK
                   WHEN OTHER MOVE 'N' TO WS-NEEDS-LOCK
               END-EVALUATE
               IF WS-NEEDS-LOCK = 'Y'
               END-IF
               PERFORM RUN-BATCH-FUNCTION
           ELSE
               *> nobody reaches the menu - or takes the update
               *> token, bar the very first administrator on a
               *> new system - without signing on as a known
               *> operator
               PERFORM STAFF-SIGN-ON
               IF WS-SIGNED-ON = 'Y'
                   PERFORM GET-DESK-BRANCH
                   MOVE WS-DESK-BRANCH TO WS-BR-LOOKUP
                   PERFORM FIND-BRANCH
                   DISPLAY "Desk branch: " WS-DESK-BRANCH " "
                           FUNCTION TRIM(BR-NAME(WS-BR-IX))
                   *> first-administrator setup has already taken
                   *> the token before it wrote Staff.csv
                   IF WS-LOCK-HELD-BY-US = 'N'
                       PERFORM ACQUIRE-UPDATE-LOCK
                   END-IF
                   IF WS-LOCK-HELD-BY-US = 'Y'
                       PERFORM STARTUP-INTEGRITY-CHECK
                   ELSE
                       PERFORM WARN-RECOVERY-PENDING
                   END-IF
                   DISPLAY "1. Member"
                   DISPLAY "2. Books Info"
                   DISPLAY "3. Book Add/Return"
                   DISPLAY "4. Records"
                   DISPLAY "5. Acquisitions"
                   DISPLAY "6. Interlibrary Loans"
                   DISPLAY "7. Staff Maintenance"
                   DISPLAY "8. Serials"
                   DISPLAY "Enter your choice (1-8): "
                   ACCEPT WS-CHOICE

                   EVALUATE WS-CHOICE
                       WHEN 1
                           PERFORM MEMBER-PARA
                       WHEN 2
                           PERFORM BOOKS-INFO-PARA
                       WHEN 3
                           PERFORM BOOKS-OPERATION-PARA
                       WHEN 4
                           PERFORM RECORDS-PARA
                       WHEN 5
                           PERFORM ACQUISITIONS-PARA
                       WHEN 6
                           PERFORM ILL-PARA
                       WHEN 7
                           IF WS-OPER-ROLE = 'A'
                               PERFORM STAFF-PARA
                           ELSE
                               PERFORM REFUSE-ROLE
                           END-IF
                       WHEN 8
                           PERFORM SERIALS-PARA
                       WHEN OTHER
                           DISPLAY "INVALID CHOICE"

                   END-EVALUATE
               END-IF
           END-IF
           END-IF

                   WHEN 48 PERFORM CIRCULATION-STATS
                   WHEN 49 PERFORM BULK-VENDOR-LOAD
                   WHEN 50 PERFORM END-OF-DAY-CLOSE
                   WHEN 51 PERFORM CASH-UP-REPORT
                   WHEN 52 PERFORM OFFLINE-CIRC-UPLOAD
                   WHEN 53 PERFORM SHELF-STOCKTAKE
                   WHEN 54 PERFORM WEEDING-REPORT
                   WHEN 55 PERFORM WEED-WITHDRAWAL
                   WHEN 56 PERFORM FUND-STATUS-REPORT
                   WHEN 57 PERFORM MEMBERSHIP-EXPIRY-RUN
                   WHEN 58 PERFORM PRIVACY-PURGE
                   WHEN 59 PERFORM SERIAL-CLAIMS-REPORT
                   WHEN 60 PERFORM BRANCH-TRANSFER-LIST
                   WHEN 61 PERFORM RECOVER-FROM-GENERATION
                   WHEN OTHER DISPLAY "Unknown batch function code: "
                           WS-BATCH-CODE
               END-EVALUATE
               MOVE "DESK" TO WS-TERMINAL-ID
           END-IF.

           GET-DESK-BRANCH.
      *    Sets WS-DESK-BRANCH from LIBRARY_BRANCH. A desk PC with
      *    no branch set, or one not on Branches.csv, works as the
      *    default branch so a mis-set PC can still lend.
           PERFORM LOAD-BRANCHES
           MOVE SPACES TO WS-BR-INPUT
           ACCEPT WS-BR-INPUT FROM ENVIRONMENT "LIBRARY_BRANCH"
               ON EXCEPTION MOVE SPACES TO WS-BR-INPUT
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-BR-INPUT) TO WS-BR-INPUT
           MOVE WS-BR-INPUT TO WS-BR-LOOKUP
           PERFORM FIND-BRANCH
           IF WS-BR-INPUT(5:6) NOT = SPACES
               MOVE 'N' TO WS-BR-FOUND
           END-IF
           IF WS-BR-INPUT = SPACES OR WS-BR-FOUND = 'N'
               IF WS-BR-INPUT NOT = SPACES
                   DISPLAY "WARNING: LIBRARY_BRANCH "
                           FUNCTION TRIM(WS-BR-INPUT)
                           " is not on Branches.csv - working as "
                           WS-DEFAULT-BRANCH "."
               END-IF
               MOVE WS-DEFAULT-BRANCH TO WS-DESK-BRANCH
           ELSE
               MOVE WS-BR-LOOKUP TO WS-DESK-BRANCH
           END-IF
           MOVE WS-DESK-BRANCH TO WS-CIRC-BRANCH.

           LOAD-BRANCHES.
      *    Reads Branches.csv into the branch table once per run.
           IF WS-BR-LOADED = 'N'
               MOVE 'Y' TO WS-BR-LOADED
               MOVE 0 TO WS-BR-COUNT
               MOVE 'N' TO WS-BR-EOF
               OPEN INPUT BRANCH-FILE
               IF BRANCH-STATUS = '00'
                   PERFORM UNTIL WS-BR-EOF = 'Y'
                       READ BRANCH-FILE INTO BRANCH-RECORD
                           AT END
                               MOVE 'Y' TO WS-BR-EOF
                           NOT AT END
                               PERFORM LOAD-ONE-BRANCH
                       END-READ
                   END-PERFORM
                   CLOSE BRANCH-FILE
               END-IF
               IF WS-BR-COUNT = 0
                   MOVE 1 TO WS-BR-COUNT
                   MOVE "MAIN" TO BR-CODE(1)
                   MOVE "MAIN LIBRARY" TO BR-NAME(1)
               END-IF
               MOVE BR-CODE(1) TO WS-DEFAULT-BRANCH
           END-IF.

           LOAD-ONE-BRANCH.
           MOVE SPACES TO WS-BR-CODE-X
           MOVE SPACES TO WS-BR-NAME-X
           UNSTRING BRANCH-RECORD DELIMITED BY ","
               INTO WS-BR-CODE-X, WS-BR-NAME-X
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BR-CODE-X))
               TO WS-BR-LOOKUP
           IF WS-BR-LOOKUP NOT = SPACES
               IF WS-BR-COUNT < 20
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-LOOKUP TO BR-CODE(WS-BR-COUNT)
                   MOVE WS-BR-NAME-X TO BR-NAME(WS-BR-COUNT)
               ELSE
                   DISPLAY "WARNING: more than 20 branches on "
                           "Branches.csv - "
                           FUNCTION TRIM(WS-BR-LOOKUP)
                           " ignored."
               END-IF
           END-IF.

           FIND-BRANCH.
      *    Looks WS-BR-LOOKUP up in the branch table; leaves
      *    WS-BR-FOUND and, when found, WS-BR-IX.
           MOVE 'N' TO WS-BR-FOUND
           PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BR-COUNT OR WS-BR-FOUND = 'Y'
               IF BR-CODE(WS-BR-IX) = WS-BR-LOOKUP
                   MOVE 'Y' TO WS-BR-FOUND
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = 'Y'
               SUBTRACT 1 FROM WS-BR-IX
           END-IF.

           BRANCH-TALLY-IX.
      *    Report tallies: leaves in WS-BR-IX the table entry for
      *    the branch code in WS-BR-LOOKUP. A blank code is the
      *    default branch; codes missing from Branches.csv are
      *    counted together on an UNKNOWN line after the branches
      *    on file, or with the default branch when the table is
      *    full. The branch table itself is never added to.
           IF WS-BR-LOOKUP = SPACES
               MOVE WS-DEFAULT-BRANCH TO WS-BR-LOOKUP
           END-IF
           PERFORM FIND-BRANCH
           IF WS-BR-FOUND = 'N'
               IF WS-BR-COUNT < 20
                   COMPUTE WS-BR-IX = WS-BR-COUNT + 1
                   IF WS-BR-RPT-COUNT = WS-BR-COUNT
                       MOVE WS-BR-IX TO WS-BR-RPT-COUNT
                       MOVE "????" TO BR-CODE(WS-BR-IX)
                       MOVE "UNKNOWN BRANCH CODES" TO BR-NAME(WS-BR-IX)
                       PERFORM CLEAR-ONE-BRANCH-COUNT
                   END-IF
               ELSE
                   MOVE 1 TO WS-BR-IX
               END-IF
           END-IF.

           CLEAR-BRANCH-COUNTS.
           MOVE WS-BR-COUNT TO WS-BR-RPT-COUNT
           PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BR-COUNT
               PERFORM CLEAR-ONE-BRANCH-COUNT
           END-PERFORM.

           CLEAR-ONE-BRANCH-COUNT.
           MOVE 0 TO BR-HOME-CNT(WS-BR-IX)
           MOVE 0 TO BR-SHELF-CNT(WS-BR-IX)
           MOVE 0 TO BR-OUT-CNT(WS-BR-IX)
           MOVE 0 TO BR-TRANSIT-CNT(WS-BR-IX)
           MOVE 0 TO BR-OTHER-CNT(WS-BR-IX)
           MOVE 0 TO BR-CHECKOUT-CNT(WS-BR-IX)
           MOVE 0 TO BR-RENEW-CNT(WS-BR-IX)
           MOVE 0 TO BR-RETURN-CNT(WS-BR-IX)
           MOVE 0 TO BR-MEMBER-CNT(WS-BR-IX).

           ACCEPT-BRANCH-CODE.
      *    Takes a branch code from the keyboard into WS-BR-INPUT,
      *    upper-cased, and checks it against the branch table.
      *    A blank entry is left blank for the caller's default.
           MOVE SPACES TO WS-BR-INPUT
           ACCEPT WS-BR-INPUT
           MOVE FUNCTION UPPER-CASE(WS-BR-INPUT) TO WS-BR-INPUT
           MOVE WS-BR-INPUT TO WS-BR-LOOKUP
           PERFORM FIND-BRANCH
           IF WS-BR-INPUT(5:6) NOT = SPACES
               MOVE 'N' TO WS-BR-FOUND
           END-IF.

           WRITE-UPDATE-LOCK.
           MOVE SPACES TO WS-LOCK-LINE
           STRING FUNCTION TRIM(WS-TERMINAL-ID) DELIMITED BY SIZE
                       " since " WS-LOCK-STAMP "."
           END-IF.

           REFUSE-ROLE.
           DISPLAY "Refused - operator " FUNCTION TRIM(WS-OPER-ID)
                   " is not authorised for this option."
           MOVE WS-OPER-ROLE TO staff_role
           PERFORM SET-ROLE-NAME
           DISPLAY "Signed-on role: " WS-ROLE-NAME-OUT.

       STAFF-SIGN-ON.
      **
      * Identifies the person at the desk before the main menu is
      * painted. Operator id and password are checked against
      * Staff.csv; disabled operators and wrong passwords are
      * refused, and the session ends after WS-SIGNON-MAX failed
      * tries. The very first run - no Staff.csv and no Staff.bak -
      * registers the operator at the keyboard as the first
      * administrator so the system can never be locked out of its
      * own staff file. A staff file that is torn, unreadable or
      * empty is never taken for a first run: sign-on is refused
      * until it is put back, or deleting the file would be enough
      * to make anyone an administrator.
      **
           MOVE 'N' TO WS-SIGNED-ON
           PERFORM CHECK-STAFF-REWRITE
           IF WS-STAFF-TORN = 'Y'
               DISPLAY "Sign-on refused - an in-flight rewrite "
                       "marker is outstanding for Staff.csv, so "
                       "it may be half-written."
               DISPLAY "If the terminal holding the update token "
                       "is not running, a batch run that takes the "
                       "token (e.g. the end-of-day close) will "
                       "rebuild it from Staff.tmp; otherwise "
                       "restore Staff.csv from Staff.bak or an EOD "
                       "generation."
           ELSE
               PERFORM STAFF-SIGN-ON-CHECK
           END-IF.

           STAFF-SIGN-ON-CHECK.
           PERFORM COUNT-STAFF-ROWS
           IF WS-STAFF-OPEN-STAT = '35'
               MOVE 'N' TO WS-STAFF-FOUND
               OPEN INPUT STAFF-BACKUP-FILE
               IF STAFF-BACKUP-STATUS NOT = '35'
                   MOVE 'Y' TO WS-STAFF-FOUND
                   IF STAFF-BACKUP-STATUS = '00'
                       CLOSE STAFF-BACKUP-FILE
                   END-IF
               END-IF
               IF WS-STAFF-FOUND = 'Y'
                   DISPLAY "Sign-on refused - Staff.csv is missing "
                           "but Staff.bak exists."
                   DISPLAY "Restore Staff.csv from Staff.bak or an "
                           "EOD generation before signing on."
               ELSE
                   PERFORM FIRST-ADMIN-SETUP
               END-IF
           ELSE
           IF WS-STAFF-OPEN-STAT NOT = '00'
               DISPLAY "Sign-on refused - Staff.csv cannot be read ("
                       WS-STAFF-OPEN-STAT ")."
               DISPLAY "Restore Staff.csv from Staff.bak or an EOD "
                       "generation before signing on."
           ELSE
           IF WS-STAFF-COUNT = 0
               DISPLAY "Sign-on refused - Staff.csv holds no "
                       "operators."
               DISPLAY "Restore Staff.csv from Staff.bak or an EOD "
                       "generation before signing on."
           ELSE
               MOVE 0 TO WS-SIGNON-TRIES
               PERFORM UNTIL WS-SIGNED-ON = 'Y' OR
                             WS-SIGNON-TRIES >= WS-SIGNON-MAX
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY "Operator ID : "
                   ACCEPT WS-SIGNON-ID
                   DISPLAY "Password    : "
                   ACCEPT WS-SIGNON-PASSWORD
                   MOVE FUNCTION UPPER-CASE(WS-SIGNON-ID)
                       TO WS-SIGNON-ID
                   MOVE WS-SIGNON-ID TO WS-LOOKUP-STAFF-ID
                   PERFORM FIND-STAFF-BY-ID
                   IF WS-STAFF-FOUND = 'Y' AND staff_flag = 'Y' AND
                      staff_password = WS-SIGNON-PASSWORD
                       MOVE 'Y' TO WS-SIGNED-ON
                       MOVE staff_id TO WS-OPER-ID
                       MOVE staff_role TO WS-OPER-ROLE
                       PERFORM SET-ROLE-NAME
                       DISPLAY "Signed on: " FUNCTION TRIM(staff_name)
                               " (" FUNCTION TRIM(WS-ROLE-NAME-OUT)
                               ")"
                   ELSE
                       DISPLAY "Sign-on refused - unknown operator, "
                               "wrong password or disabled account."
                       MOVE "SIGNON-FAIL" TO WS-AUD-ACTION
                       MOVE WS-SIGNON-ID TO WS-AUD-KEY
                       MOVE SPACES TO WS-AUD-BEFORE
                       MOVE SPACES TO WS-AUD-AFTER
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
               END-PERFORM
               IF WS-SIGNED-ON = 'N'
                   DISPLAY "Too many failed sign-on attempts - "
                           "session ended."
               END-IF
           END-IF
           END-IF
           END-IF.

           CHECK-STAFF-REWRITE.
      *    WS-STAFF-TORN = 'Y' when Rewrite.flg names the staff
      *    file: a desk may be rebuilding it right now, or a run
      *    died part way through, and either way it cannot be
      *    trusted to check a password against.
           MOVE 'N' TO WS-STAFF-TORN
           MOVE SPACES TO WS-INFLIGHT-LINE
           MOVE 'N' TO WS-INFLIGHT-EOF
           OPEN INPUT INFLIGHT-FILE
           IF INFLIGHT-STATUS = '00'
               READ INFLIGHT-FILE INTO WS-INFLIGHT-LINE
                   AT END MOVE 'Y' TO WS-INFLIGHT-EOF
               END-READ
               CLOSE INFLIGHT-FILE
               IF WS-INFLIGHT-EOF = 'N' AND
                  WS-INFLIGHT-LINE NOT = SPACES
                   MOVE SPACES TO WS-TORN-TAG
                   UNSTRING WS-INFLIGHT-LINE DELIMITED BY "|"
                       INTO WS-TORN-TAG
                   IF WS-TORN-TAG = "STAFF"
                       MOVE 'Y' TO WS-STAFF-TORN
                   END-IF
               END-IF
           END-IF.

           FIRST-ADMIN-SETUP.
      *    Writes Staff.csv, so it takes the update token first -
      *    never beside a desk that may be rebuilding the file -
      *    and counts again once it holds it, in case the other
      *    desk registered someone in the meantime.
           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-HELD-BY-US = 'N'
               DISPLAY "Sign-on refused - the first administrator "
                       "can only be set up by the terminal holding "
                       "the update token."
           ELSE
               PERFORM COUNT-STAFF-ROWS
               IF WS-STAFF-OPEN-STAT NOT = '35'
                   DISPLAY "Staff.csv has appeared since start-up - "
                           "sign on again."
               ELSE
                   PERFORM FIRST-ADMIN-REGISTER
               END-IF
           END-IF.

           FIRST-ADMIN-REGISTER.
           DISPLAY "No staff are registered yet - set up the first "
                   "administrator."
           MOVE SPACES TO staff_detail
           DISPLAY "Operator ID (up to 8 characters): "
           ACCEPT staff_id
           DISPLAY "Name       : "
           ACCEPT staff_name
           DISPLAY "Password   : "
           ACCEPT staff_password
           MOVE FUNCTION UPPER-CASE(staff_id) TO staff_id
           PERFORM CHECK-STAFF-TEXT
           IF staff_id = SPACES OR staff_password = SPACES OR
              WS-STAFF-BAD-CHARS > 0
               DISPLAY "Operator ID and password are required and "
                       "may not contain ',' or '|'."
           ELSE
               MOVE 'A' TO staff_role
               MOVE 'Y' TO staff_flag
               MOVE 'Y' TO WS-SIGNED-ON
               MOVE staff_id TO WS-OPER-ID
               MOVE staff_role TO WS-OPER-ROLE
               PERFORM APPEND-STAFF-ROW
               DISPLAY "Administrator " FUNCTION TRIM(staff_id)
                       " registered and signed on."
           END-IF.

       WARN-RECOVERY-PENDING.
      *    A read-only session must not recover (the token holder
      *    may legitimately be mid-rebuild right now), but the
               WHEN "COPIES"  PERFORM RESTORE-COPIES-FILE
               WHEN "ORDERS"  PERFORM RESTORE-ORDERS-FILE
               WHEN "ILL"     PERFORM RESTORE-ILL-FILE
               WHEN "STAFF"   PERFORM RESTORE-STAFF-FILE
               WHEN "FUNDS"   PERFORM RESTORE-FUNDS-FILE
               WHEN "SERIALS" PERFORM RESTORE-SERIALS-FILE
               WHEN "HISTORY" PERFORM RESTORE-HISTORY-FILE
               WHEN "AUDIT"   PERFORM RESTORE-AUDIT-FILE
               WHEN OTHER
                   DISPLAY "Unknown in-flight tag '"
                           FUNCTION TRIM(WS-TORN-TAG)
                       WS-RESTORE-COUNT " row(s))."
           END-IF.

           RESTORE-FUNDS-FILE.
           MOVE 'N' TO WS-RESTORE-EOF
           MOVE 0 TO WS-RESTORE-COUNT
           OPEN INPUT FUND-SCRATCH-FILE
           IF FUND-SCRATCH-STATUS NOT = '00'
               DISPLAY "Funds.tmp is unreadable ("
                       FUND-SCRATCH-STATUS ") - restore Funds.csv "
                       "from Funds.bak by hand."
           ELSE
               OPEN OUTPUT FUND-FILE
               PERFORM UNTIL WS-RESTORE-EOF = 'Y'
                   READ FUND-SCRATCH-FILE INTO FUND-RECORD
                       AT END MOVE 'Y' TO WS-RESTORE-EOF
                       NOT AT END
                           WRITE FUND-RECORD
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE FUND-SCRATCH-FILE
               CLOSE FUND-FILE
               DISPLAY "Funds.csv rebuilt from Funds.tmp ("
                       WS-RESTORE-COUNT " row(s))."
           END-IF.

           RESTORE-SERIALS-FILE.
           MOVE 'N' TO WS-RESTORE-EOF
           MOVE 0 TO WS-RESTORE-COUNT
           OPEN INPUT SERIAL-SCRATCH-FILE
           IF SERIAL-SCRATCH-STATUS NOT = '00'
               DISPLAY "Serials.tmp is unreadable ("
                       SERIAL-SCRATCH-STATUS ") - restore Serials.csv "
                       "from Serials.bak by hand."
           ELSE
               OPEN OUTPUT SERIAL-FILE
               PERFORM UNTIL WS-RESTORE-EOF = 'Y'
                   READ SERIAL-SCRATCH-FILE INTO SERIAL-RECORD
                       AT END MOVE 'Y' TO WS-RESTORE-EOF
                       NOT AT END
                           WRITE SERIAL-RECORD
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE SERIAL-SCRATCH-FILE
               CLOSE SERIAL-FILE
               DISPLAY "Serials.csv rebuilt from Serials.tmp ("
                       WS-RESTORE-COUNT " row(s))."
           END-IF.

           RESTORE-HISTORY-FILE.
      *    LoanHistory.csv and Audit.log are only rewritten by the
      *    privacy purge, which keeps no .bak of them: the scratch
      *    copy already holds the purged data and is the only
      *    good source.
           MOVE 'N' TO WS-RESTORE-EOF
           MOVE 0 TO WS-RESTORE-COUNT
           OPEN INPUT LOAN-HISTORY-SCRATCH-FILE
           IF LOAN-HISTORY-SCRATCH-STATUS NOT = '00'
               DISPLAY "LoanHistory.tmp is unreadable ("
                       LOAN-HISTORY-SCRATCH-STATUS ") - check "
                       "LoanHistory.csv by hand."
           ELSE
               OPEN OUTPUT LOAN-HISTORY-FILE
               PERFORM UNTIL WS-RESTORE-EOF = 'Y'
                   READ LOAN-HISTORY-SCRATCH-FILE
                       INTO LOAN-HISTORY-RECORD
                       AT END MOVE 'Y' TO WS-RESTORE-EOF
                       NOT AT END
                           WRITE LOAN-HISTORY-RECORD
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LOAN-HISTORY-SCRATCH-FILE
               CLOSE LOAN-HISTORY-FILE
               DISPLAY "LoanHistory.csv rebuilt from "
                       "LoanHistory.tmp (" WS-RESTORE-COUNT
                       " row(s))."
           END-IF.

           RESTORE-AUDIT-FILE.
           MOVE 'N' TO WS-RESTORE-EOF
           MOVE 0 TO WS-RESTORE-COUNT
           OPEN INPUT AUDIT-SCRATCH-FILE
           IF AUDIT-SCRATCH-STATUS NOT = '00'
               DISPLAY "Audit.tmp is unreadable ("
                       AUDIT-SCRATCH-STATUS ") - check Audit.log "
                       "by hand."
           ELSE
               OPEN OUTPUT AUDIT-FILE
               PERFORM UNTIL WS-RESTORE-EOF = 'Y'
                   READ AUDIT-SCRATCH-FILE INTO AUDIT-RECORD
                       AT END MOVE 'Y' TO WS-RESTORE-EOF
                       NOT AT END
                           WRITE AUDIT-RECORD
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-SCRATCH-FILE
               CLOSE AUDIT-FILE
               DISPLAY "Audit.log rebuilt from Audit.tmp ("
                       WS-RESTORE-COUNT " line(s))."
           END-IF.

           RESTORE-ILL-FILE.
           MOVE 'N' TO WS-RESTORE-EOF
           MOVE 0 TO WS-RESTORE-COUNT
                       WS-RESTORE-COUNT " row(s))."
           END-IF.

           RESTORE-STAFF-FILE.
           MOVE 'N' TO WS-RESTORE-EOF
           MOVE 0 TO WS-RESTORE-COUNT
           OPEN INPUT STAFF-SCRATCH-FILE
           IF STAFF-SCRATCH-STATUS NOT = '00'
               DISPLAY "Staff.tmp is unreadable ("
                       STAFF-SCRATCH-STATUS ") - restore Staff.csv "
                       "from Staff.bak by hand."
           ELSE
               OPEN OUTPUT STAFF-FILE
               PERFORM UNTIL WS-RESTORE-EOF = 'Y'
                   READ STAFF-SCRATCH-FILE INTO STAFF-RECORD
                       AT END MOVE 'Y' TO WS-RESTORE-EOF
                       NOT AT END
                           WRITE STAFF-RECORD
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE STAFF-SCRATCH-FILE
               CLOSE STAFF-FILE
               DISPLAY "Staff.csv rebuilt from Staff.tmp ("
                       WS-RESTORE-COUNT " row(s))."
           END-IF.

       MEMBER-PARA.
           MOVE 1 TO WS-MEM-SUBCHOICE
           PERFORM UNTIL WS-MEM-SUBCHOICE = 8
               DISPLAY " "
               DISPLAY "MEMBER INFORMATION MENU"
               DISPLAY "1. List All Members"
               DISPLAY "4. Update Member Info"
               DISPLAY "5. List / Cancel Member Holds"
               DISPLAY "6. Member Borrowing History"
               DISPLAY "7. Renew Membership"
               DISPLAY "8. Exit"
               DISPLAY "Enter your choice (1-8): "
               ACCEPT WS-MEM-SUBCHOICE

               EVALUATE WS-MEM-SUBCHOICE
                       END-IF
                   WHEN 5 PERFORM MEMBER-HOLDS
                   WHEN 6 PERFORM MEMBER-HISTORY
                   WHEN 7
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           PERFORM RENEW-MEMBERSHIP
                       END-IF
                   WHEN 8 DISPLAY "Program exits."
                   WHEN OTHER DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
               WHEN OTHER MOVE 'A' TO member_category
           END-EVALUATE
           MOVE "Y" TO member_flag
           MOVE member_category TO WS-MEMBER-CATEGORY
           PERFORM SET-CATEGORY-RULES
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-EXP-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-CAT-TERM-DAYS
           COMPUTE member_expiry = FUNCTION DATE-OF-INTEGER(WS-EXP-INT)
           MOVE 0 TO member_noticed
           MOVE 0 TO member_inactive
           DISPLAY "* Home branch (ENTER for " WS-DESK-BRANCH "): "
           PERFORM ACCEPT-BRANCH-CODE
           IF WS-BR-INPUT = SPACES OR WS-BR-FOUND = 'N'
               IF WS-BR-INPUT NOT = SPACES
                   DISPLAY "* Unknown branch - " WS-DESK-BRANCH
                           " used."
               END-IF
               MOVE WS-DESK-BRANCH TO member_branch
           ELSE
               MOVE WS-BR-INPUT TO member_branch
           END-IF
           DISPLAY "* Card expires   : " member_expiry
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "Enter 1. to create, 0. to exit:  "
           ACCEPT cm_choice
                   member_flag DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   member_category DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   member_expiry DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   member_noticed DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   member_inactive DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   member_branch DELIMITED BY SPACE
                   INTO WS-CSV-LINE
               END-STRING

               MOVE member_id_disp TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-BEFORE
               MOVE WS-CSV-LINE TO WS-AUD-AFTER
               MOVE "MEMBERS" TO WS-AUD-FILE
               PERFORM WRITE-AUDIT-RECORD

               DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-"
                   END-READ
               END-PERFORM
               CLOSE MemberFile
           END-IF
      *    Ids of members removed by the privacy purge survive only
      *    in the journal; they are never handed out again, or the
      *    new member would inherit the old one's ledger rows.
           MOVE 'N' TO WS-AUD-EOF
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = '00'
               PERFORM UNTIL WS-AUD-EOF = 'Y'
                   READ AUDIT-FILE INTO WS-AUD-LINE
                       AT END
                           MOVE 'Y' TO WS-AUD-EOF
                       NOT AT END
                           IF WS-AUD-LINE(16:13) = "MEMBER-PURGE|"
                              AND WS-AUD-LINE(29:5) IS NUMERIC
                               MOVE WS-AUD-LINE(29:5)
                                   TO WS-TEMP-MEMBER-ID
                               IF WS-TEMP-MEMBER-ID > WS-MAX-MEMBER-ID
                                   MOVE WS-TEMP-MEMBER-ID TO
                                       WS-MAX-MEMBER-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

           LIST-ALL-MEMBERS.
                       AT END
                           MOVE 'Y' TO WS-MEM-EOF
                       NOT AT END
                           PERFORM PARSE-MEMBER-ROW
                           MOVE member_id TO WS-MEM-ID-TEXT
                           IF WS-MEM-ID-TEXT = WS-MEM-ID-INPUT
                               MOVE 'Y' TO MEM-FOUND-FLAG
                               MOVE member_flag    TO TEMP-MEM-FLAG
                               MOVE member_category
                                   TO TEMP-MEM-CATEGORY
                               MOVE member_expiry TO TEMP-MEM-EXPIRY
                               MOVE member_noticed TO TEMP-MEM-NOTICED
                               MOVE member_inactive
                                   TO TEMP-MEM-INACTIVE
                               MOVE member_branch TO TEMP-MEM-BRANCH
                           END-IF
                   END-READ
               END-PERFORM
               MOVE TEMP-MEM-CATEGORY TO member_category
               PERFORM SET-CATEGORY-NAME
               DISPLAY "Current Category: " WS-CAT-NAME-OUT
               IF TEMP-MEM-EXPIRY = 0
                   DISPLAY "Card Expires   : (not yet dated)"
               ELSE
                   DISPLAY "Card Expires   : " TEMP-MEM-EXPIRY
               END-IF
               DISPLAY "Home Branch    : " TEMP-MEM-BRANCH

               DISPLAY "Enter new name (or press ENTER to skip): "
               ACCEPT NEW-MEM-NAME
                   WHEN 2 MOVE "N" TO NEW-MEM-FLAG
                   WHEN OTHER MOVE TEMP-MEM-FLAG TO NEW-MEM-FLAG
               END-EVALUATE
      *        The inactive-since date starts the privacy purge's
      *        clock; reactivating the member stops it.
               IF NEW-MEM-FLAG = "N" AND TEMP-MEM-FLAG NOT = "N"
                   ACCEPT TEMP-MEM-INACTIVE FROM DATE YYYYMMDD
               END-IF
               IF NEW-MEM-FLAG = "Y"
                   MOVE 0 TO TEMP-MEM-INACTIVE
               END-IF

               DISPLAY "Set category - 1=Adult, 2=Child, 3=Senior, "
                       "4=Staff, 0=leave as is: "
                       MOVE TEMP-MEM-CATEGORY TO NEW-MEM-CATEGORY
               END-EVALUATE

               DISPLAY "Enter new home branch (or press ENTER to "
                       "skip): "
               PERFORM ACCEPT-BRANCH-CODE
               IF WS-BR-INPUT = SPACES OR WS-BR-FOUND = 'N'
                   IF WS-BR-INPUT NOT = SPACES
                       DISPLAY "Unknown branch - home branch left "
                               "as is."
                   END-IF
                   MOVE TEMP-MEM-BRANCH TO NEW-MEM-BRANCH
               ELSE
                   MOVE WS-BR-INPUT TO NEW-MEM-BRANCH
               END-IF

               MOVE SPACES TO MRW-NEW-LINE
               STRING MRW-TARGET-ID DELIMITED BY SIZE ","
                      FUNCTION TRIM(NEW-MEM-NAME) DELIMITED BY SIZE ","
                      FUNCTION TRIM(NEW-MEM-GENDER)
                      FUNCTION TRIM(NEW-MEM-ADDRESS)
                          DELIMITED BY SIZE ","
                      NEW-MEM-FLAG DELIMITED BY SIZE ","
                      NEW-MEM-CATEGORY DELIMITED BY SIZE ","
                      TEMP-MEM-EXPIRY DELIMITED BY SIZE ","
                      TEMP-MEM-NOTICED DELIMITED BY SIZE ","
                      TEMP-MEM-INACTIVE DELIMITED BY SIZE ","
                      NEW-MEM-BRANCH DELIMITED BY SPACE
                      INTO MRW-NEW-LINE

               MOVE "MEMBER-UPD" TO WS-AUD-ACTION
               DISPLAY "Member info updated successfully."
           END-IF.

           PARSE-MEMBER-ROW.
      *    Splits MemberRecord into member_record. Rows written
      *    before the later fields existed read back as an active
      *    adult with an undated card, at the default branch.
           MOVE 'A' TO member_category
           MOVE SPACES TO member_branch
           MOVE SPACES TO WS-MEM-EXPIRY-X
           MOVE SPACES TO WS-MEM-NOTICE-X
           MOVE SPACES TO WS-MEM-INACTIVE-X
           UNSTRING MemberRecord DELIMITED BY ","
               INTO member_id, member_name,
               member_gender, member_email,
               member_address, member_flag,
               member_category, WS-MEM-EXPIRY-X,
               WS-MEM-NOTICE-X, WS-MEM-INACTIVE-X,
               member_branch
           IF member_branch = SPACES
               MOVE WS-DEFAULT-BRANCH TO member_branch
           END-IF
           IF member_category NOT = 'A' AND
              member_category NOT = 'C' AND
              member_category NOT = 'S' AND
              member_category NOT = 'T'
               MOVE 'A' TO member_category
           END-IF
           IF member_flag NOT = "Y" AND
              member_flag NOT = "N"
               MOVE "Y" TO member_flag
           END-IF
           IF WS-MEM-EXPIRY-X IS NUMERIC
               MOVE WS-MEM-EXPIRY-X TO member_expiry
           ELSE
               MOVE 0 TO member_expiry
           END-IF
           IF WS-MEM-NOTICE-X IS NUMERIC
               MOVE WS-MEM-NOTICE-X TO member_noticed
           ELSE
               MOVE 0 TO member_noticed
           END-IF
           IF WS-MEM-INACTIVE-X IS NUMERIC
               MOVE WS-MEM-INACTIVE-X TO member_inactive
           ELSE
               MOVE 0 TO member_inactive
           END-IF.

           BUILD-MEMBER-ROW.
      *    Strings member_record back into one Members.csv row in
      *    MRW-NEW-LINE, ready for REWRITE-MEMBER-FILE.
           MOVE SPACES TO MRW-NEW-LINE
           STRING member_id DELIMITED BY SIZE ","
                  FUNCTION TRIM(member_name) DELIMITED BY SIZE ","
                  FUNCTION TRIM(member_gender) DELIMITED BY SIZE ","
                  FUNCTION TRIM(member_email) DELIMITED BY SIZE ","
                  FUNCTION TRIM(member_address) DELIMITED BY SIZE ","
                  member_flag DELIMITED BY SIZE ","
                  member_category DELIMITED BY SIZE ","
                  member_expiry DELIMITED BY SIZE ","
                  member_noticed DELIMITED BY SIZE ","
                  member_inactive DELIMITED BY SIZE ","
                  member_branch DELIMITED BY SPACE
                  INTO MRW-NEW-LINE.

           RENEW-MEMBERSHIP.
      *    Extends a card by its category's term, counted from the
      *    later of today and the current expiry so renewing early
      *    never loses time. A card the expiry run lapsed is made
      *    active again; a member deactivated by hand has to be
      *    reactivated through Update Member Info first.
           DISPLAY " "
           DISPLAY "Enter Member ID to renew: "
           ACCEPT WS-MEM-ID-INPUT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           MOVE 'N' TO MEM-FOUND-FLAG
           MOVE 'N' TO WS-MEM-EOF
           OPEN INPUT MemberFile
           IF MEMBER-STATUS = '00'
               PERFORM UNTIL WS-MEM-EOF = 'Y' OR MEM-FOUND-FLAG = 'Y'
                   READ MemberFile INTO MemberRecord
                       AT END
                           MOVE 'Y' TO WS-MEM-EOF
                       NOT AT END
                           PERFORM PARSE-MEMBER-ROW
                           MOVE member_id TO WS-MEM-ID-TEXT
                           IF WS-MEM-ID-TEXT = WS-MEM-ID-INPUT
                               MOVE 'Y' TO MEM-FOUND-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MemberFile
           END-IF

           IF MEM-FOUND-FLAG = 'N'
               DISPLAY "Member ID not found."
           ELSE
           IF member_flag = 'N' AND
              (member_expiry = 0 OR member_expiry >= WS-TODAY)
               DISPLAY "Member " member_id " is inactive, not "
                       "lapsed - reactivate through Update Member "
                       "Info first."
           ELSE
               MOVE member_category TO WS-MEMBER-CATEGORY
               PERFORM SET-CATEGORY-RULES
               IF member_expiry > WS-TODAY
                   MOVE member_expiry TO WS-EXP-BASE-DATE
               ELSE
                   MOVE WS-TODAY TO WS-EXP-BASE-DATE
               END-IF
               COMPUTE WS-EXP-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EXP-BASE-DATE)
                   + WS-CAT-TERM-DAYS
               COMPUTE WS-EXP-NEW-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-EXP-INT)
               DISPLAY "Member      : " FUNCTION TRIM(member_name)
               DISPLAY "Category    : " WS-CAT-NAME-OUT
               IF member_expiry = 0
                   DISPLAY "Expires     : (not yet dated)"
               ELSE
                   DISPLAY "Expires     : " member_expiry
               END-IF
               DISPLAY "Renewed to  : " WS-EXP-NEW-DATE
               DISPLAY "Enter 1 to renew, 0 to cancel: "
               ACCEPT WS-CONFIRM-CHOICE
               IF WS-CONFIRM-CHOICE = 1
                   MOVE 'Y' TO member_flag
                   MOVE 0 TO member_inactive
                   MOVE WS-EXP-NEW-DATE TO member_expiry
                   PERFORM BUILD-MEMBER-ROW
                   MOVE member_id TO MRW-TARGET-ID
                   MOVE "MEMBER-RENEW" TO WS-AUD-ACTION
                   PERFORM REWRITE-MEMBER-FILE
                   DISPLAY "Membership renewed to " member_expiry "."
               ELSE
                   DISPLAY "Renewal cancelled."
               END-IF
           END-IF
           END-IF.

           REWRITE-MEMBER-FILE.
      *    Backs up Members.csv, then rewrites it through a scratch
      *    file, replacing the one record whose member_id matches
                           MOVE MemberRecord TO WS-AUD-BEFORE
                           MOVE MRW-NEW-LINE TO WS-AUD-AFTER
                           MOVE MRW-TARGET-ID TO WS-AUD-KEY
                           MOVE "MEMBERS" TO WS-AUD-FILE
                           PERFORM WRITE-AUDIT-RECORD
                           WRITE MEMBER-SCRATCH-RECORD FROM MRW-NEW-LINE
                       ELSE
           CANCEL-HOLD.
      *    Drops the WS-HOLD-MEMBER-ID / WS-LOOKUP-BOOK-ID hold and
      *    moves everyone behind it up one place in that title's
      *    queue, journalling each row that moves. Backup-first,
      *    mirroring the other file rewrites.
           MOVE 'N' TO WS-HOLD-FOUND
           MOVE 0 TO WS-HOLD-CANCEL-POS
           MOVE 'N' TO WS-HOLD-EOF
                               MOVE hold_member_id TO WS-AUD-KEY
                               MOVE HOLD-RECORD TO WS-AUD-BEFORE
                               MOVE SPACES TO WS-AUD-AFTER
                               MOVE "HOLDS" TO WS-AUD-FILE
                               PERFORM WRITE-AUDIT-RECORD
                           ELSE
                               IF WS-HOLD-BOOK-NUM
                                          INTO WS-HOLD-LINE
                                   WRITE HOLD-SCRATCH-RECORD
                                       FROM WS-HOLD-LINE
                                   MOVE "HOLD-MOVEUP"
                                       TO WS-AUD-ACTION
                                   MOVE hold_member_id TO WS-AUD-KEY
                                   MOVE HOLD-RECORD TO WS-AUD-BEFORE
                                   MOVE WS-HOLD-LINE TO WS-AUD-AFTER
                                   MOVE "HOLDS" TO WS-AUD-FILE
                                   PERFORM WRITE-AUDIT-RECORD
                               ELSE
                                   WRITE HOLD-SCRATCH-RECORD
                                       FROM HOLD-RECORD
      *    when it belongs to WS-HIST-MEMBER-ID.
           MOVE 0 TO loan_renewals
           MOVE 0 TO loan_accession
           MOVE SPACES TO loan_branch
           MOVE SPACES TO loan_ret_branch
           UNSTRING LOAN-RECORD DELIMITED BY ","
               INTO loan_id, loan_member_id, loan_book_id,
               loan_date, loan_due_date, loan_return_date,
               loan_status, loan_renewals, loan_accession,
               loan_branch, loan_ret_branch
           IF loan_member_id = WS-HIST-MEMBER-ID
               IF WS-HIST-LISTED = 'N'
                   DISPLAY " "
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           IF WS-OPER-ROLE = 'C'
                               PERFORM REFUSE-ROLE
                           ELSE
                               PERFORM DELETE-BOOK
                           END-IF
                       END-IF
                   WHEN 6 PERFORM COPY-MAINTENANCE
                   WHEN 7
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           IF WS-OPER-ROLE = 'C'
                               PERFORM REFUSE-ROLE
                           ELSE
                               PERFORM BULK-VENDOR-LOAD
                           END-IF
                       END-IF
                   WHEN 8 DISPLAY "Program exits."
                   WHEN OTHER DISPLAY "INVALID CHOICE"
                   MOVE book_id TO WS-AUD-KEY
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE ws-book-line TO WS-AUD-AFTER
                   MOVE "BOOKS" TO WS-AUD-FILE
                   PERFORM WRITE-AUDIT-RECORD

                   MOVE book_id TO copy_book_id
                               MOVE SPACES TO WS-AUD-AFTER
                           END-IF
                           MOVE RW-TARGET-ID TO WS-AUD-KEY
                           MOVE "BOOKS" TO WS-AUD-FILE
                           PERFORM WRITE-AUDIT-RECORD
                       ELSE
                           WRITE BOOK-SCRATCH-RECORD FROM BOOK-RECORD

           COPY-MAINTENANCE.
           MOVE 1 TO WS-COPY-SUBCHOICE
           PERFORM UNTIL WS-COPY-SUBCHOICE = 9
               DISPLAY " "
               DISPLAY "COPY MAINTENANCE MENU"
               DISPLAY "1. List Copies For a Title"
               DISPLAY "2. Register Copies For a Title"
               DISPLAY "3. Change Copy Status / Condition"
               DISPLAY "4. Shelf Stocktake Report"
               DISPLAY "5. Confirm Stocktake Missing Copies"
               DISPLAY "6. Send Copy to Another Branch"
               DISPLAY "7. Receive Transfer"
               DISPLAY "8. Branch Transfer List"
               DISPLAY "9. Exit"
               DISPLAY "Enter your choice (1-9): "
               ACCEPT WS-COPY-SUBCHOICE

               EVALUATE WS-COPY-SUBCHOICE
                       ELSE
                           PERFORM CHANGE-COPY-STATUS
                       END-IF
                   WHEN 4 PERFORM SHELF-STOCKTAKE
                   WHEN 5
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           IF WS-OPER-ROLE = 'C'
                               PERFORM REFUSE-ROLE
                           ELSE
                               PERFORM STOCKTAKE-CONFIRM
                           END-IF
                       END-IF
                   WHEN 6
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           PERFORM SEND-COPY-TRANSFER
                       END-IF
                   WHEN 7
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           PERFORM RECEIVE-TRANSFER
                       END-IF
                   WHEN 8 PERFORM BRANCH-TRANSFER-LIST
                   WHEN 9 DISPLAY "Copy maintenance exits."
                   WHEN OTHER DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                       NOT AT END
                           PERFORM PARSE-COPY-ROW
                           MOVE copy_book_id TO WS-COPY-BOOK-NUM
                           IF WS-COPY-BOOK-NUM = WS-LOOKUP-BOOK-ID
                               IF WS-COPY-LISTED = 'N'
                               MOVE copy_book_id TO cp_book_id
                               MOVE copy_condition TO cp_condition
                               MOVE WS-COPY-STATUS-OUT TO cp_status
                               MOVE copy_home TO cp_home
                               MOVE copy_current TO cp_current
                               MOVE copy_transit_to TO cp_transit_to
                               DISPLAY COPY-DETAIL-LINE
                           END-IF
                   END-READ
               WHEN 'R' MOVE "IN REPAIR" TO WS-COPY-STATUS-OUT
               WHEN 'W' MOVE "WITHDRAWN" TO WS-COPY-STATUS-OUT
               WHEN 'L' MOVE "LOST"      TO WS-COPY-STATUS-OUT
               WHEN 'T' MOVE "IN TRANSIT" TO WS-COPY-STATUS-OUT
               WHEN OTHER MOVE "UNKNOWN"  TO WS-COPY-STATUS-OUT
           END-EVALUATE.

      *    Appends WS-NEW-COPY-QTY accession rows to Copies.csv for
      *    the title in copy_book_id, numbering on from the highest
      *    accession already issued. New copies arrive GOOD and on
      *    the shelf, owned by this desk's branch, and each row is
      *    journalled as it is written. Issuance stops at 999998:
      *    999999 is reserved as the checkout cancel code and the
      *    PIC 9(6) series would wrap to 000000 past it.
           PERFORM GET-LAST-ACCESSION
           MOVE 0 TO WS-COPIES-ISSUED
           OPEN EXTEND COPY-FILE
               MOVE WS-LAST-ACCESSION TO copy_accession
               MOVE "GOOD" TO copy_condition
               MOVE 'S' TO copy_status
               MOVE WS-DESK-BRANCH TO copy_home
               MOVE WS-DESK-BRANCH TO copy_current
               MOVE SPACES TO copy_transit_to
               PERFORM BUILD-COPY-ROW
               MOVE WS-COPY-LINE TO COPY-RECORD
               WRITE COPY-RECORD
               ADD 1 TO WS-COPIES-ISSUED
               MOVE "COPY-ADD" TO WS-AUD-ACTION
               MOVE copy_accession TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-BEFORE
               MOVE WS-COPY-LINE TO WS-AUD-AFTER
               MOVE "COPIES" TO WS-AUD-FILE
               PERFORM WRITE-AUDIT-RECORD
           END-PERFORM
           CLOSE COPY-FILE

                       WS-COPIES-ISSUED " barcoded."
           END-IF
           IF WS-COPIES-ISSUED > 0
               DISPLAY WS-COPIES-ISSUED " accession row(s) added "
                       "(last accession " copy_accession ")."
           END-IF.

           PARSE-COPY-ROW.
      *    Splits COPY-RECORD into copy_detail. Rows written before
      *    branches existed belong to, and sit at, the default
      *    branch.
           MOVE SPACES TO copy_home
           MOVE SPACES TO copy_current
           MOVE SPACES TO copy_transit_to
           UNSTRING COPY-RECORD DELIMITED BY ","
               INTO copy_accession, copy_book_id,
               copy_condition, copy_status,
               copy_home, copy_current, copy_transit_to
           IF copy_home = SPACES
               MOVE WS-DEFAULT-BRANCH TO copy_home
           END-IF
           IF copy_current = SPACES
               MOVE copy_home TO copy_current
           END-IF.

           BUILD-COPY-ROW.
      *    Strings the copy_detail fields into one Copies.csv row
      *    in WS-COPY-LINE.
           STRING copy_accession DELIMITED BY SIZE ","
                  FUNCTION TRIM(copy_book_id) DELIMITED BY SIZE ","
                  FUNCTION TRIM(copy_condition) DELIMITED BY SIZE ","
                  copy_status DELIMITED BY SIZE ","
                  copy_home DELIMITED BY SPACE ","
                  copy_current DELIMITED BY SPACE ","
                  copy_transit_to DELIMITED BY SPACE
                  INTO WS-COPY-LINE.

           GET-LAST-ACCESSION.
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                       NOT AT END
                           PERFORM PARSE-COPY-ROW
                           IF copy_accession = WS-CHK-ACCESSION
                               MOVE 'Y' TO WS-COPY-FOUND
                               MOVE 'Y' TO WS-COPY-EOF
                           MOVE COPY-RECORD TO WS-AUD-BEFORE
                           MOVE CRW-NEW-LINE TO WS-AUD-AFTER
                           MOVE CRW-TARGET-ACC TO WS-AUD-KEY
                           MOVE "COPIES" TO WS-AUD-FILE
                           PERFORM WRITE-AUDIT-RECORD
                           WRITE COPY-SCRATCH-RECORD FROM CRW-NEW-LINE
                       ELSE
      *    or back on the shelf, without touching the title's other
      *    copies. Moving a copy off or onto the shelf keeps the
      *    Books.csv count honest; a copy that is out on loan has
      *    to come back through Return Book first, and one in
      *    transit through Receive Transfer.
           DISPLAY " "
           DISPLAY "Enter Accession Number : "
           ACCEPT WS-CHK-ACCESSION
               IF copy_status = 'O'
                   DISPLAY "This copy is out on loan - return it "
                           "before changing its status."
               ELSE
               IF copy_status = 'T'
                   DISPLAY "This copy is in transit to branch "
                           copy_transit_to " - receive it there "
                           "first."
               ELSE
                   DISPLAY "New status - 1=On Shelf, 2=Damaged, "
                           "3=In Repair, 4=Withdrawn, 0=leave: "
                               MOVE 1 TO WS-COUNT-DELTA
                           END-IF
                           MOVE 'S' TO copy_status
                           *> reshelved where the desk is
                           MOVE WS-DESK-BRANCH TO copy_current
                       WHEN 2
                           IF copy_status = 'S'
                               MOVE -1 TO WS-COUNT-DELTA
                   END-IF
                   DISPLAY "Copy updated."
               END-IF
               END-IF
           END-IF.

           ADJUST-BOOK-COUNT.
               END-IF
           END-IF.

           SEND-COPY-TRANSFER.
      *    Puts a copy from this branch's shelf into transit to
      *    another branch - to fill a hold from the transfer list,
      *    or to move stock. The copy stays in its title's
      *    Books.csv count while it travels.
           DISPLAY " "
           DISPLAY "Enter Accession Number : "
           ACCEPT WS-CHK-ACCESSION
           PERFORM FIND-COPY-BY-ACCESSION
           IF WS-COPY-FOUND = 'N'
               DISPLAY "Accession number not on file."
           ELSE
           IF copy_status NOT = 'S'
               PERFORM SET-COPY-STATUS-NAME
               DISPLAY "That copy is not on the shelf - status is "
                       WS-COPY-STATUS-OUT "."
           ELSE
           IF copy_current NOT = WS-DESK-BRANCH
               DISPLAY "That copy is on the shelf at branch "
                       copy_current " - send it from there."
           ELSE
               DISPLAY "Book ID   : " copy_book_id
               DISPLAY "Home      : " copy_home
               DISPLAY "Send to branch : "
               PERFORM ACCEPT-BRANCH-CODE
               IF WS-BR-FOUND = 'N'
                   DISPLAY "Unknown branch - nothing sent."
               ELSE
               IF WS-BR-INPUT = WS-DESK-BRANCH
                   DISPLAY "The copy is already at that branch."
               ELSE
                   MOVE 'T' TO copy_status
                   MOVE WS-BR-INPUT TO copy_transit_to
                   PERFORM BUILD-COPY-ROW
                   MOVE WS-COPY-LINE TO CRW-NEW-LINE
                   MOVE copy_accession TO CRW-TARGET-ACC
                   MOVE "COPY-SEND" TO WS-AUD-ACTION
                   PERFORM REWRITE-COPY-FILE
                   DISPLAY "Copy " copy_accession " is IN TRANSIT "
                           "to branch " copy_transit_to "."
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

           RECEIVE-TRANSFER.
      *    Checks a copy in off the transfer van at this branch and
      *    puts it on the shelf here. A copy that has come to the
      *    wrong branch is refused so it can go on to the right
      *    one. A title with holds waiting is flagged so the copy
      *    can be set aside for pickup.
           DISPLAY " "
           DISPLAY "Enter Accession Number : "
           ACCEPT WS-CHK-ACCESSION
           PERFORM FIND-COPY-BY-ACCESSION
           IF WS-COPY-FOUND = 'N'
               DISPLAY "Accession number not on file."
           ELSE
           IF copy_status NOT = 'T'
               PERFORM SET-COPY-STATUS-NAME
               DISPLAY "That copy is not in transit - status is "
                       WS-COPY-STATUS-OUT "."
           ELSE
           IF copy_transit_to NOT = WS-DESK-BRANCH
               DISPLAY "That copy is bound for branch "
                       copy_transit_to " - send it on there."
           ELSE
               MOVE 'S' TO copy_status
               MOVE WS-DESK-BRANCH TO copy_current
               MOVE SPACES TO copy_transit_to
               PERFORM BUILD-COPY-ROW
               MOVE WS-COPY-LINE TO CRW-NEW-LINE
               MOVE copy_accession TO CRW-TARGET-ACC
               MOVE "COPY-RECEIVE" TO WS-AUD-ACTION
               PERFORM REWRITE-COPY-FILE
               DISPLAY "Copy " copy_accession " received on the "
                       "shelf at branch " WS-DESK-BRANCH "."
               COMPUTE WS-LOOKUP-BOOK-ID =
                   FUNCTION NUMVAL(copy_book_id)
               MOVE 0 TO WS-CHK-MEMBER-ID
               PERFORM COUNT-HOLDS-FOR-BOOK
               IF WS-HOLD-COUNT > 0
                   DISPLAY "This title has " WS-HOLD-COUNT
                           " hold(s) - first in line is member "
                           WS-HOLD-FIRST-MEMBER "."
                   DISPLAY "Set the copy aside for pickup."
               END-IF
           END-IF
           END-IF
           END-IF.

           BRANCH-TRANSFER-LIST.
      *    The day's transfer work for a branch (Copy Maintenance
      *    and batch code 60, which lists every branch). Items to
      *    send are the copies in transit that are still sitting
      *    at the branch - returns that belong elsewhere and
      *    copies sent to fill holds. Holds to fill are titles
      *    whose first hold is waiting at another branch with no
      *    copy on its shelf or on the way, where this branch has
      *    one on its shelf; each such hold is given to one
      *    branch only. Inbound lists what is on the van for the
      *    branch. Nothing is changed here.
           MOVE SPACES TO WS-TF-BRANCH
           IF WS-BATCH-MODE = 'N'
               DISPLAY "Branch (ENTER for " WS-DESK-BRANCH "): "
               PERFORM ACCEPT-BRANCH-CODE
               IF WS-BR-INPUT = SPACES
                   MOVE WS-DESK-BRANCH TO WS-TF-BRANCH
               ELSE
                   IF WS-BR-FOUND = 'Y'
                       MOVE WS-BR-INPUT TO WS-TF-BRANCH
                   END-IF
               END-IF
           END-IF
           IF WS-BATCH-MODE = 'N' AND WS-TF-BRANCH = SPACES
               DISPLAY "Unknown branch."
           ELSE
               MOVE "TRANSFER-" TO WS-RPT-PREFIX
               MOVE "BRANCH TRANSFER LIST" TO WS-RPT-TITLE
               PERFORM OPEN-REPORT-FILE
               PERFORM TRANSFER-LOAD-HOLDS
               PERFORM TRANSFER-MATCH-COPIES
               IF WS-BATCH-MODE = 'Y'
                   PERFORM VARYING WS-TF-BR-IX FROM 1 BY 1
                           UNTIL WS-TF-BR-IX > WS-BR-COUNT
                       MOVE BR-CODE(WS-TF-BR-IX) TO WS-TF-BRANCH
                       PERFORM TRANSFER-LIST-BRANCH
                   END-PERFORM
               ELSE
                   PERFORM TRANSFER-LIST-BRANCH
               END-IF
               PERFORM CLOSE-REPORT-FILE
           END-IF.

           TRANSFER-LIST-BRANCH.
           MOVE WS-TF-BRANCH TO WS-BR-LOOKUP
           PERFORM FIND-BRANCH
           DISPLAY " "
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-RPT-LINE
           STRING "BRANCH: " DELIMITED BY SIZE
                  WS-TF-BRANCH DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(BR-NAME(WS-BR-IX)) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE

           MOVE "ITEMS TO SEND (BRANCH = SEND TO)" TO WS-TF-SECTION
           PERFORM TRANSFER-SECTION-HEAD
           MOVE 'N' TO WS-COPY-EOF
           OPEN INPUT COPY-FILE
           IF COPY-STATUS = '00'
               PERFORM UNTIL WS-COPY-EOF = 'Y'
                   READ COPY-FILE INTO COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                       NOT AT END
                           PERFORM PARSE-COPY-ROW
                           IF copy_status = 'T' AND
                              copy_current = WS-TF-BRANCH
                               MOVE copy_transit_to TO tf_branch
                               IF copy_transit_to = copy_home
                                   MOVE "RETURN HOME" TO tf_note
                               ELSE
                                   MOVE "FOR HOLD PICKUP" TO tf_note
                               END-IF
                               PERFORM TRANSFER-COPY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COPY-FILE
           END-IF
           PERFORM TRANSFER-SECTION-FOOT

           MOVE "HOLDS TO FILL (BRANCH = PICKUP AT)" TO WS-TF-SECTION
           PERFORM TRANSFER-SECTION-HEAD
           PERFORM VARYING WS-TF-IX FROM 1 BY 1
                   UNTIL WS-TF-IX > WS-TF-HOLD-COUNT
               IF TH-COVERED(WS-TF-IX) = 'N' AND
                  TH-SOURCE(WS-TF-IX) = WS-TF-BRANCH
                   MOVE TH-ACCESSION(WS-TF-IX) TO copy_accession
                   MOVE TH-BOOK-ID(WS-TF-IX) TO copy_book_id
                   MOVE TH-PICKUP(WS-TF-IX) TO tf_branch
                   MOVE TH-MEMBER(WS-TF-IX) TO WS-TF-MEMBER-X
                   MOVE SPACES TO tf_note
                   STRING "HOLD FOR MEMBER " DELIMITED BY SIZE
                          WS-TF-MEMBER-X DELIMITED BY SIZE
                          INTO tf_note
                   PERFORM TRANSFER-COPY-LINE
               END-IF
           END-PERFORM
           PERFORM TRANSFER-SECTION-FOOT

           MOVE "INBOUND IN TRANSIT (BRANCH = SENT FROM)"
               TO WS-TF-SECTION
           PERFORM TRANSFER-SECTION-HEAD
           MOVE 'N' TO WS-COPY-EOF
           OPEN INPUT COPY-FILE
           IF COPY-STATUS = '00'
               PERFORM UNTIL WS-COPY-EOF = 'Y'
                   READ COPY-FILE INTO COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                       NOT AT END
                           PERFORM PARSE-COPY-ROW
                           IF copy_status = 'T' AND
                              copy_transit_to = WS-TF-BRANCH
                               MOVE copy_current TO tf_branch
                               MOVE "RECEIVE ON ARRIVAL" TO tf_note
                               PERFORM TRANSFER-COPY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COPY-FILE
           END-IF
           PERFORM TRANSFER-SECTION-FOOT.

           TRANSFER-SECTION-HEAD.
           MOVE 0 TO WS-TF-LINES
           DISPLAY " "
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY WS-TF-SECTION
           WRITE REPORT-RECORD FROM WS-TF-SECTION
           DISPLAY HEADER-LINE
           DISPLAY TRANSFER-HEADER
           DISPLAY HEADER-LINE
           WRITE REPORT-RECORD FROM HEADER-LINE
           WRITE REPORT-RECORD FROM TRANSFER-HEADER
           WRITE REPORT-RECORD FROM HEADER-LINE.

           TRANSFER-SECTION-FOOT.
           IF WS-TF-LINES = 0
               MOVE "NONE." TO WS-RPT-LINE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-TF-LINES DELIMITED BY SIZE
                      " COPY(IES)" DELIMITED BY SIZE
                      INTO WS-RPT-LINE
           END-IF
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

           TRANSFER-COPY-LINE.
      *    Prints the copy in copy_accession / copy_book_id with
      *    the branch and note already set in the detail line.
           ADD 1 TO WS-TF-LINES
           MOVE copy_accession TO tf_accession
           MOVE copy_book_id TO tf_book_id
           COMPUTE WS-LOOKUP-BOOK-ID = FUNCTION NUMVAL(copy_book_id)
           PERFORM FIND-BOOK-BY-ID
           IF WS-FOUND = 'Y'
               MOVE book_name TO tf_title
           ELSE
               MOVE "(NOT IN CATALOG)" TO tf_title
           END-IF
           DISPLAY TRANSFER-DETAIL-LINE
           WRITE REPORT-RECORD FROM TRANSFER-DETAIL-LINE.

           TRANSFER-LOAD-HOLDS.
      *    Tables the member first in line on each title with
      *    holds, and the branch that member collects from.
           MOVE 0 TO WS-TF-HOLD-COUNT
           MOVE 'N' TO WS-TF-OVERFLOW
           MOVE 'N' TO WS-HOLD-EOF
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS = '00'
               PERFORM UNTIL WS-HOLD-EOF = 'Y'
                   READ HOLD-FILE INTO HOLD-RECORD
                       AT END
                           MOVE 'Y' TO WS-HOLD-EOF
                       NOT AT END
                           UNSTRING HOLD-RECORD DELIMITED BY ","
                               INTO hold_member_id, hold_book_id,
                               hold_date, hold_position
                           PERFORM TRANSFER-TABLE-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           PERFORM VARYING WS-TF-IX FROM 1 BY 1
                   UNTIL WS-TF-IX > WS-TF-HOLD-COUNT
               MOVE TH-MEMBER(WS-TF-IX) TO WS-LOOKUP-MEMBER-ID
               PERFORM GET-MEMBER-BRANCH
               MOVE WS-MEMBER-BRANCH TO TH-PICKUP(WS-TF-IX)
           END-PERFORM.

           TRANSFER-TABLE-ONE-HOLD.
           MOVE hold_book_id TO WS-TF-BOOK-NUM
           PERFORM VARYING WS-TF-IX FROM 1 BY 1
                   UNTIL WS-TF-IX > WS-TF-HOLD-COUNT
                      OR TH-BOOK-NUM(WS-TF-IX) = WS-TF-BOOK-NUM
               CONTINUE
           END-PERFORM
           IF WS-TF-IX > WS-TF-HOLD-COUNT
               IF WS-TF-HOLD-COUNT < 500
                   ADD 1 TO WS-TF-HOLD-COUNT
                   MOVE WS-TF-BOOK-NUM TO TH-BOOK-NUM(WS-TF-IX)
                   MOVE hold_book_id TO TH-BOOK-ID(WS-TF-IX)
                   MOVE hold_member_id TO TH-MEMBER(WS-TF-IX)
                   MOVE hold_position TO TH-POSITION(WS-TF-IX)
                   MOVE 'N' TO TH-COVERED(WS-TF-IX)
                   MOVE SPACES TO TH-SOURCE(WS-TF-IX)
                   MOVE 0 TO TH-ACCESSION(WS-TF-IX)
               ELSE
                   IF WS-TF-OVERFLOW = 'N'
                       DISPLAY "WARNING: more than 500 titles with "
                               "holds - the rest are not listed."
                       MOVE 'Y' TO WS-TF-OVERFLOW
                   END-IF
               END-IF
           ELSE
               IF hold_position < TH-POSITION(WS-TF-IX)
                   MOVE hold_member_id TO TH-MEMBER(WS-TF-IX)
                   MOVE hold_position TO TH-POSITION(WS-TF-IX)
               END-IF
           END-IF.

           TRANSFER-MATCH-COPIES.
      *    One pass of Copies.csv against the hold table: a hold
      *    is covered when a copy is on the shelf at, or on its way
      *    to, the pickup branch; otherwise the first shelf copy
      *    found at another branch is the one to send.
           MOVE 'N' TO WS-COPY-EOF
           OPEN INPUT COPY-FILE
           IF COPY-STATUS = '00'
               PERFORM UNTIL WS-COPY-EOF = 'Y'
                   READ COPY-FILE INTO COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                       NOT AT END
                           PERFORM PARSE-COPY-ROW
                           PERFORM TRANSFER-MATCH-ONE-COPY
                   END-READ
               END-PERFORM
               CLOSE COPY-FILE
           END-IF.

           TRANSFER-MATCH-ONE-COPY.
           MOVE copy_book_id TO WS-TF-BOOK-NUM
           PERFORM VARYING WS-TF-IX FROM 1 BY 1
                   UNTIL WS-TF-IX > WS-TF-HOLD-COUNT
               IF TH-BOOK-NUM(WS-TF-IX) = WS-TF-BOOK-NUM
                   IF (copy_status = 'S' AND
                       copy_current = TH-PICKUP(WS-TF-IX)) OR
                      (copy_status = 'T' AND
                       copy_transit_to = TH-PICKUP(WS-TF-IX))
                       MOVE 'Y' TO TH-COVERED(WS-TF-IX)
                   ELSE
                       IF copy_status = 'S' AND
                          TH-SOURCE(WS-TF-IX) = SPACES
                           MOVE copy_current TO TH-SOURCE(WS-TF-IX)
                           MOVE copy_accession
                               TO TH-ACCESSION(WS-TF-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           SHELF-STOCKTAKE.
      *    Stocktake exception report (Copy Maintenance and batch
      *    code 53). The scanner dump in StockScan.csv is checked
      *    against Copies.csv and the open loans: on-shelf copies
      *    that were not scanned are MISSING, scanned copies that
      *    the system has out on loan, lost or withdrawn are
      *    flagged, as are accessions not on file at all. A genre
      *    section narrows the missing list to that section, so a
      *    stocktake can be run one section at a time; a scanned
      *    copy from another genre is reported as misshelved.
      *    Only this desk's branch is taken: copies shelved at
      *    another branch are never listed missing here, and one
      *    of them turning up in the scan is flagged.
      *    Nothing is changed here - the missing copies are saved
      *    to StockMissing.csv for STOCKTAKE-CONFIRM once the
      *    report has been reviewed.
           MOVE SPACES TO WS-STK-SECTION
           IF WS-BATCH-MODE = 'N'
               DISPLAY "Genre section to take (blank for the whole "
                       "collection): "
               ACCEPT WS-STK-SECTION
           END-IF
           MOVE 0 TO WS-STK-SCAN-CNT
           MOVE 0 TO WS-STK-READ
           MOVE 0 TO WS-STK-DUPLICATES
           MOVE 0 TO WS-STK-BAD-SCANS
           MOVE 0 TO WS-STK-OVERFLOW
           MOVE 0 TO WS-STK-EXCEPTIONS
           MOVE 0 TO WS-STK-MISSING

           OPEN INPUT STOCK-SCAN-FILE
           IF STOCK-SCAN-STATUS NOT = '00'
               DISPLAY "No StockScan.csv to check ("
                       STOCK-SCAN-STATUS ")."
           ELSE
               MOVE "STOCKTAKE-" TO WS-RPT-PREFIX
               MOVE "SHELF STOCKTAKE EXCEPTIONS" TO WS-RPT-TITLE
               PERFORM OPEN-REPORT-FILE
               MOVE SPACES TO WS-RPT-LINE
               IF WS-STK-SECTION = SPACES
                   MOVE "SECTION: WHOLE COLLECTION" TO WS-RPT-LINE
               ELSE
                   STRING "SECTION: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-STK-SECTION)
                              DELIMITED BY SIZE
                          INTO WS-RPT-LINE
               END-IF
               DISPLAY " "
               DISPLAY WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               DISPLAY HEADER-LINE
               DISPLAY STOCK-HEADER
               DISPLAY HEADER-LINE
               WRITE REPORT-RECORD FROM STOCK-HEADER
               WRITE REPORT-RECORD FROM HEADER-LINE

               MOVE 'N' TO WS-STK-EOF
               PERFORM UNTIL WS-STK-EOF = 'Y'
                   READ STOCK-SCAN-FILE INTO STOCK-SCAN-RECORD
                       AT END
                           MOVE 'Y' TO WS-STK-EOF
                       NOT AT END
                           PERFORM STOCK-LOAD-ONE-SCAN
                   END-READ
               END-PERFORM
               CLOSE STOCK-SCAN-FILE

               PERFORM STOCK-LOAD-SECTION
               PERFORM STOCK-LOANS-PASS
               OPEN OUTPUT STOCK-MISSING-FILE
               PERFORM STOCK-COPIES-PASS
               CLOSE STOCK-MISSING-FILE

               *> whatever was scanned but matched no copy row
               PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                       UNTIL WS-STK-IDX > WS-STK-SCAN-CNT
                   IF SS-MATCHED(WS-STK-IDX) = 'N'
                       MOVE SS-ACCESSION(WS-STK-IDX) TO sk_accession
                       MOVE SPACES TO sk_book_id
                       MOVE SPACES TO sk_status
                       MOVE "NOT ON FILE" TO sk_exception
                       MOVE SPACES TO sk_note
                       PERFORM STOCK-EXCEPTION-LINE
                   END-IF
               END-PERFORM

               DISPLAY HEADER-LINE
               WRITE REPORT-RECORD FROM HEADER-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "SCANS READ: " DELIMITED BY SIZE
                      WS-STK-READ DELIMITED BY SIZE
                      "   DUPLICATES: " DELIMITED BY SIZE
                      WS-STK-DUPLICATES DELIMITED BY SIZE
                      "   UNREADABLE: " DELIMITED BY SIZE
                      WS-STK-BAD-SCANS DELIMITED BY SIZE
                      "   NOT CHECKED: " DELIMITED BY SIZE
                      WS-STK-OVERFLOW DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "EXCEPTIONS: " DELIMITED BY SIZE
                      WS-STK-EXCEPTIONS DELIMITED BY SIZE
                      "   MISSING COPIES AWAITING CONFIRM: "
                          DELIMITED BY SIZE
                      WS-STK-MISSING DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               PERFORM CLOSE-REPORT-FILE
           END-IF.

           STOCK-LOAD-ONE-SCAN.
      *    Tables one scanned accession, dropping repeats - the
      *    same copy is often scanned twice at a shelf end.
           IF STOCK-SCAN-RECORD = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-STK-READ
               MOVE SPACES TO WS-STK-ACC-X
               UNSTRING STOCK-SCAN-RECORD DELIMITED BY ","
                   INTO WS-STK-ACC-X
               IF FUNCTION TRIM(WS-STK-ACC-X) IS NOT NUMERIC
                   ADD 1 TO WS-STK-BAD-SCANS
                   MOVE WS-STK-ACC-X TO sk_accession
                   MOVE SPACES TO sk_book_id
                   MOVE SPACES TO sk_status
                   MOVE "UNREADABLE SCAN" TO sk_exception
                   MOVE SPACES TO sk_note
                   PERFORM STOCK-EXCEPTION-LINE
               ELSE
                   COMPUTE WS-STK-ACC = FUNCTION NUMVAL(WS-STK-ACC-X)
                   MOVE 0 TO WS-STK-IDX
                   PERFORM STOCK-FIND-SCAN
                   IF WS-STK-IDX > 0
                       ADD 1 TO WS-STK-DUPLICATES
                   ELSE
                       IF WS-STK-SCAN-CNT >= WS-STK-MAX
                           ADD 1 TO WS-STK-OVERFLOW
                       ELSE
                           ADD 1 TO WS-STK-SCAN-CNT
                           MOVE WS-STK-ACC
                               TO SS-ACCESSION(WS-STK-SCAN-CNT)
                           MOVE 'N' TO SS-MATCHED(WS-STK-SCAN-CNT)
                           MOVE 'N' TO SS-ON-LOAN(WS-STK-SCAN-CNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

           STOCK-FIND-SCAN.
      *    Leaves the table slot holding WS-STK-ACC in WS-STK-IDX,
      *    or zero when it was not scanned.
           MOVE 0 TO WS-STK-IDX
           PERFORM VARYING WS-STK-SUB FROM 1 BY 1
                   UNTIL WS-STK-SUB > WS-STK-SCAN-CNT OR WS-STK-IDX > 0
               IF SS-ACCESSION(WS-STK-SUB) = WS-STK-ACC
                   MOVE WS-STK-SUB TO WS-STK-IDX
               END-IF
           END-PERFORM.

           STOCK-LOAD-SECTION.
      *    Tables the book ids in the chosen genre section.
           MOVE 0 TO WS-STK-GENRE-CNT
           IF WS-STK-SECTION NOT = SPACES
               MOVE 'N' TO eof-flag
               OPEN INPUT BOOK-FILE
               IF BOOK-STATUS = '00'
                   PERFORM UNTIL eof-flag = 'Y'
                       READ BOOK-FILE INTO BOOK-RECORD
                           AT END
                               MOVE 'Y' TO eof-flag
                           NOT AT END
                               PERFORM PARSE-BOOK-ROW
                               IF FUNCTION UPPER-CASE(
                                      FUNCTION TRIM(book_genre)) =
                                  FUNCTION UPPER-CASE(
                                      FUNCTION TRIM(WS-STK-SECTION))
                                  AND WS-STK-GENRE-CNT < WS-STK-MAX
                                   ADD 1 TO WS-STK-GENRE-CNT
                                   MOVE book_id TO SK-BOOK-ID(
                                       WS-STK-GENRE-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BOOK-FILE
               END-IF
           END-IF.

           STOCK-CHECK-SECTION.
      *    WS-STK-IN-SECTION = 'Y' when the title in
      *    WS-COPY-BOOK-NUM belongs to the section being taken
      *    (always, for a whole-collection stocktake).
           IF WS-STK-SECTION = SPACES
               MOVE 'Y' TO WS-STK-IN-SECTION
           ELSE
               MOVE 'N' TO WS-STK-IN-SECTION
               PERFORM VARYING WS-STK-SUB FROM 1 BY 1
                       UNTIL WS-STK-SUB > WS-STK-GENRE-CNT
                          OR WS-STK-IN-SECTION = 'Y'
                   IF SK-BOOK-ID(WS-STK-SUB) = WS-COPY-BOOK-NUM
                       MOVE 'Y' TO WS-STK-IN-SECTION
                   END-IF
               END-PERFORM
           END-IF.

           STOCK-LOANS-PASS.
      *    A scanned copy that is on an open loan is either a
      *    return nobody keyed or a copy lent without its barcode.
           MOVE 'N' TO WS-LOAN-EOF
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS = '00'
               PERFORM UNTIL WS-LOAN-EOF = 'Y'
                   READ LOAN-FILE INTO LOAN-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAN-EOF
                       NOT AT END
                           MOVE 0 TO loan_renewals
                           MOVE 0 TO loan_accession
                           MOVE SPACES TO loan_branch
                           MOVE SPACES TO loan_ret_branch
                           UNSTRING LOAN-RECORD DELIMITED BY ","
                               INTO loan_id, loan_member_id,
                               loan_book_id, loan_date, loan_due_date,
                               loan_return_date, loan_status,
                               loan_renewals, loan_accession,
                               loan_branch, loan_ret_branch
                           IF loan_status = 'O' AND
                              loan_accession > 0
                               MOVE loan_accession TO WS-STK-ACC
                               PERFORM STOCK-FIND-SCAN
                               IF WS-STK-IDX > 0
                                   MOVE 'Y' TO SS-ON-LOAN(WS-STK-IDX)
                                   MOVE loan_accession TO sk_accession
                                   MOVE loan_book_id TO sk_book_id
                                   MOVE "OUT" TO sk_status
                                   MOVE "SCANNED - ON OPEN LOAN"
                                       TO sk_exception
                                   MOVE SPACES TO sk_note
                                   STRING "LOAN " DELIMITED BY SIZE
                                          loan_id DELIMITED BY SIZE
                                          " MBR " DELIMITED BY SIZE
                                          loan_member_id
                                              DELIMITED BY SIZE
                                          INTO sk_note
                                   PERFORM STOCK-EXCEPTION-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOAN-FILE.

           STOCK-COPIES-PASS.
           MOVE 'N' TO WS-COPY-EOF
           OPEN INPUT COPY-FILE
           IF COPY-STATUS = '00'
               PERFORM UNTIL WS-COPY-EOF = 'Y'
                   READ COPY-FILE INTO COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                       NOT AT END
                           PERFORM PARSE-COPY-ROW
                           PERFORM STOCK-CHECK-ONE-COPY
                   END-READ
               END-PERFORM
               CLOSE COPY-FILE
           END-IF.

           STOCK-CHECK-ONE-COPY.
           MOVE copy_accession TO WS-STK-ACC
           PERFORM STOCK-FIND-SCAN
           COMPUTE WS-COPY-BOOK-NUM = FUNCTION NUMVAL(copy_book_id)
           PERFORM STOCK-CHECK-SECTION
           PERFORM SET-COPY-STATUS-NAME
           MOVE copy_accession TO sk_accession
           MOVE copy_book_id TO sk_book_id
           MOVE WS-COPY-STATUS-OUT TO sk_status
           MOVE SPACES TO sk_note
           MOVE SPACES TO sk_exception
           IF WS-STK-IDX = 0
               *> not scanned - only a copy on this branch's
               *> shelf should have been
               IF copy_status = 'S' AND WS-STK-IN-SECTION = 'Y'
                  AND copy_current = WS-DESK-BRANCH
                   MOVE "MISSING FROM SHELF" TO sk_exception
                   ADD 1 TO WS-STK-MISSING
                   MOVE SPACES TO WS-STK-LINE
                   STRING copy_accession DELIMITED BY SIZE ","
                          FUNCTION TRIM(copy_book_id)
                              DELIMITED BY SIZE ","
                          WS-DESK-BRANCH DELIMITED BY SPACE
                          INTO WS-STK-LINE
                   WRITE STOCK-MISSING-RECORD FROM WS-STK-LINE
               END-IF
           ELSE
               MOVE 'Y' TO SS-MATCHED(WS-STK-IDX)
               EVALUATE TRUE
                   *> already listed by the loans pass
                   WHEN SS-ON-LOAN(WS-STK-IDX) = 'Y'
                       CONTINUE
                   WHEN copy_status = 'O'
                       MOVE "SCANNED - MARKED OUT" TO sk_exception
                   WHEN copy_status = 'L'
                       MOVE "SCANNED - MARKED LOST" TO sk_exception
                   WHEN copy_status = 'W'
                       MOVE "SCANNED - WITHDRAWN" TO sk_exception
                   WHEN copy_status = 'D' OR copy_status = 'R'
                       MOVE "SCANNED - NOT SHELVABLE"
                           TO sk_exception
                   WHEN copy_status = 'T'
                       MOVE "SCANNED - IN TRANSIT" TO sk_exception
                   WHEN copy_current NOT = WS-DESK-BRANCH
                       MOVE "SCANNED - OTHER BRANCH" TO sk_exception
                   WHEN WS-STK-IN-SECTION = 'N'
                       MOVE "SCANNED - WRONG SECTION"
                           TO sk_exception
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-IF
           IF sk_exception NOT = SPACES
               PERFORM STOCK-EXCEPTION-LINE
           END-IF.

           STOCK-EXCEPTION-LINE.
           ADD 1 TO WS-STK-EXCEPTIONS
           DISPLAY STOCK-DETAIL-LINE
           WRITE REPORT-RECORD FROM STOCK-DETAIL-LINE.

           STOCKTAKE-CONFIRM.
      *    Marks the copies held in StockMissing.csv as lost once
      *    the stocktake report has been reviewed. Each copy is
      *    re-read first: one that has been found, lent or
      *    otherwise moved since the report - including one now
      *    shelved at another branch than the one it went missing
      *    from, as StockMissing.csv is shared by every desk - is
      *    left alone. A
      *    copy leaving the shelf takes one off its title's
      *    Books.csv count, both through the audited rewrites.
           MOVE 0 TO WS-STK-MISSING
           MOVE 'N' TO WS-STK-EOF
           OPEN INPUT STOCK-MISSING-FILE
           IF STOCK-MISSING-STATUS = '00'
               PERFORM UNTIL WS-STK-EOF = 'Y'
                   READ STOCK-MISSING-FILE INTO STOCK-MISSING-RECORD
                       AT END
                           MOVE 'Y' TO WS-STK-EOF
                       NOT AT END
                           IF STOCK-MISSING-RECORD NOT = SPACES
                               ADD 1 TO WS-STK-MISSING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-MISSING-FILE
           END-IF

           IF WS-STK-MISSING = 0
               DISPLAY "No missing copies are awaiting "
                       "confirmation - run the stocktake report "
                       "first."
           ELSE
               DISPLAY WS-STK-MISSING " missing cop(y/ies) from "
                       "the last stocktake report."
               DISPLAY "Mark them all LOST and adjust the catalog "
                       "counts? (Y/N): "
               ACCEPT WS-STK-CONFIRM
               IF FUNCTION UPPER-CASE(WS-STK-CONFIRM) NOT = 'Y'
                   DISPLAY "Nothing changed."
               ELSE
                   MOVE 0 TO WS-STK-MARKED
                   MOVE 0 TO WS-STK-SKIPPED
                   MOVE 'N' TO WS-STK-EOF
                   OPEN INPUT STOCK-MISSING-FILE
                   PERFORM UNTIL WS-STK-EOF = 'Y'
                       READ STOCK-MISSING-FILE
                           INTO STOCK-MISSING-RECORD
                           AT END
                               MOVE 'Y' TO WS-STK-EOF
                           NOT AT END
                               PERFORM STOCK-MARK-ONE-MISSING
                       END-READ
                   END-PERFORM
                   CLOSE STOCK-MISSING-FILE
                   *> emptied so the same list cannot be applied
                   *> twice
                   OPEN OUTPUT STOCK-MISSING-FILE
                   CLOSE STOCK-MISSING-FILE
                   DISPLAY WS-STK-MARKED " cop(y/ies) marked lost, "
                           WS-STK-SKIPPED " skipped (no longer on "
                           "that branch's shelf record)."
               END-IF
           END-IF.

           STOCK-MARK-ONE-MISSING.
           IF STOCK-MISSING-RECORD NOT = SPACES
               MOVE SPACES TO WS-STK-ACC-X
               MOVE SPACES TO WS-STK-BOOK-X
               MOVE SPACES TO WS-STK-BRANCH
               UNSTRING STOCK-MISSING-RECORD DELIMITED BY ","
                   INTO WS-STK-ACC-X, WS-STK-BOOK-X, WS-STK-BRANCH
               IF WS-STK-BRANCH = SPACES
                   MOVE WS-DEFAULT-BRANCH TO WS-STK-BRANCH
               END-IF
               COMPUTE WS-CHK-ACCESSION =
                   FUNCTION NUMVAL(WS-STK-ACC-X)
               PERFORM FIND-COPY-BY-ACCESSION
               IF WS-COPY-FOUND = 'Y' AND copy_status = 'S' AND
                  copy_current = WS-STK-BRANCH
                   MOVE 'L' TO copy_status
                   PERFORM BUILD-COPY-ROW
                   MOVE WS-COPY-LINE TO CRW-NEW-LINE
                   MOVE copy_accession TO CRW-TARGET-ACC
                   MOVE "STOCKTAKE" TO WS-AUD-ACTION
                   PERFORM REWRITE-COPY-FILE
                   MOVE -1 TO WS-COUNT-DELTA
                   COMPUTE WS-COPY-BOOK-NUM =
                       FUNCTION NUMVAL(copy_book_id)
                   PERFORM ADJUST-BOOK-COUNT
                   ADD 1 TO WS-STK-MARKED
               ELSE
                   ADD 1 TO WS-STK-SKIPPED
               END-IF
           END-IF.

           BUILD-BOOK-ROW.
      *    Strings the book_* fields as loaded by PARSE-BOOK-ROW /
      *    FIND-BOOK-BY-ID into a Books.csv row in RW-NEW-LINE,
      *    carrying the replacement price along as a sixth field.
           MOVE WS-BOOK-PRICE TO WS-BOOK-PRICE-ED
           MOVE SPACES TO RW-NEW-LINE
           STRING book_id DELIMITED BY SIZE ","
                  FUNCTION TRIM(book_name) DELIMITED BY SIZE ","
                  FUNCTION TRIM(book_author) DELIMITED BY SIZE ","
                  book_count DELIMITED BY SIZE ","
                  FUNCTION TRIM(book_genre) DELIMITED BY SIZE ","
                  WS-BOOK-PRICE-ED DELIMITED BY SIZE
                  INTO RW-NEW-LINE.

       BOOKS-OPERATION-PARA.
           MOVE 1 TO WS-OPERATION-CHOICE
           PERFORM UNTIL WS-OPERATION-CHOICE = 5
               DISPLAY " "
               DISPLAY "BOOK ADD/RETURN MENU"
               DISPLAY "1. Checkout Book"
               DISPLAY "2. Return Book"
               DISPLAY "3. Renew Book"
               DISPLAY "4. Collect Fine / Outstanding Balances"
               DISPLAY "5. Exit"
               DISPLAY "Enter your choice (1-5): "
               ACCEPT WS-OPERATION-CHOICE

               EVALUATE TRUE
                   WHEN WS-OPERATION-CHOICE >= 1 AND
                        WS-OPERATION-CHOICE <= 4 AND
                        WS-READONLY = 'Y'
                       PERFORM REFUSE-UPDATE
                   WHEN WS-OPERATION-CHOICE = 1
                       PERFORM CHECKOUT-BOOK
                   WHEN WS-OPERATION-CHOICE = 2
                       PERFORM RETURN-BOOK
                   WHEN WS-OPERATION-CHOICE = 3
                       PERFORM RENEW-BOOK
                   WHEN WS-OPERATION-CHOICE = 4
                       PERFORM COLLECT-FINE
                   WHEN WS-OPERATION-CHOICE = 5
                       DISPLAY "Program exits."
                   WHEN OTHER DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.

           CHECKOUT-BOOK.
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*              Check Out a Book              *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "Enter Member ID : "
           ACCEPT WS-CHK-MEMBER-ID
           DISPLAY "Enter Book ID   : "
           ACCEPT WS-LOOKUP-BOOK-ID

           PERFORM CHECK-MEMBER-FOR-CHECKOUT
           IF WS-CHK-MEMBER-OK = 'Y'
               PERFORM CHECKOUT-BOOK-VALID
           END-IF.

           CHECKOUT-BOOK-VALID.
           PERFORM FIND-BOOK-BY-ID
           IF WS-FOUND = 'N'
               DISPLAY "Book ID not found."
           ELSE
               PERFORM COUNT-BRANCH-SHELF-COPIES
               IF book_count = 0
                   DISPLAY "No copies of that book are available."
                   PERFORM OFFER-HOLD
               ELSE
      *            every stocked copy is tracked and none is on
      *            this branch's shelf - lending is from the desk's
      *            own shelf only, so a hold brings one over
               IF WS-CB-HERE = 0 AND book_count <= WS-CB-STOCKED
                   DISPLAY "No copy of that book is on the shelf at "
                           "branch " WS-CIRC-BRANCH "."
                   IF WS-CB-ELSEWHERE > 0
                       DISPLAY WS-CB-ELSEWHERE " copy(ies) on the "
                               "shelf at other branches - a hold "
                               "will have one sent over."
                   END-IF
                   PERFORM OFFER-HOLD
               ELSE
                   PERFORM GET-CHECKOUT-ACCESSION
                   IF WS-ACC-VALID = 'N'
                       DISPLAY "Checkout cancelled."
                   ELSE
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   PERFORM POST-CHECKOUT

                   DISPLAY "*------------------------------------*"
                   DISPLAY "Book checked out."
                   DISPLAY "Loan ID   : " loan_id
                   IF loan_accession > 0
                       DISPLAY "Accession : " loan_accession
                   END-IF
                   DISPLAY "Due Back  : " loan_due_date
                   DISPLAY "*------------------------------------*"
                   END-IF
               END-IF
               END-IF
           END-IF.

           COUNT-BRANCH-SHELF-COPIES.
      *    Counts the copies of WS-LOOKUP-BOOK-ID on the shelf at
      *    WS-CIRC-BRANCH and at the other branches, and the
      *    copies book_count covers (on a shelf or in transit).
           MOVE 0 TO WS-CB-HERE
           MOVE 0 TO WS-CB-ELSEWHERE
           MOVE 0 TO WS-CB-STOCKED
           MOVE 'N' TO WS-COPY-EOF
           OPEN INPUT COPY-FILE
           IF COPY-STATUS = '00'
               PERFORM UNTIL WS-COPY-EOF = 'Y'
                   READ COPY-FILE INTO COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                       NOT AT END
                           PERFORM PARSE-COPY-ROW
                           MOVE copy_book_id TO WS-COPY-BOOK-NUM
                           IF WS-COPY-BOOK-NUM = WS-LOOKUP-BOOK-ID
                               IF copy_status = 'S' OR
                                  copy_status = 'T'
                                   ADD 1 TO WS-CB-STOCKED
                               END-IF
                               IF copy_status = 'S'
                                   IF copy_current = WS-CIRC-BRANCH
                                       ADD 1 TO WS-CB-HERE
                                   ELSE
                                       ADD 1 TO WS-CB-ELSEWHERE
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COPY-FILE
           END-IF.

           POST-CHECKOUT.
      *    Posts a checkout dated WS-TODAY for WS-CHK-MEMBER-ID:
      *    the title's shelf count comes down, the copy goes out
      *    and the loan is written with its due date from the
      *    member's category loan period and the calendar. The
      *    member and copy have already been passed by the caller.
      *    Shared by the desk and the offline upload, which posts
      *    each transaction under the date it really happened.
           SUBTRACT 1 FROM book_count
           PERFORM BUILD-BOOK-ROW
           MOVE book_id TO RW-TARGET-ID
           MOVE 'U' TO RW-MODE
           MOVE "CHECKOUT" TO WS-AUD-ACTION
           PERFORM REWRITE-BOOK-FILE

           IF WS-CHK-ACCESSION > 0
               MOVE 'O' TO copy_status
               PERFORM BUILD-COPY-ROW
               MOVE WS-COPY-LINE TO CRW-NEW-LINE
               MOVE WS-CHK-ACCESSION TO CRW-TARGET-ACC
               MOVE "CHECKOUT" TO WS-AUD-ACTION
               PERFORM REWRITE-COPY-FILE
           END-IF

           PERFORM GET-LAST-LOAN-ID
           ADD 1 TO WS-LAST-LOAN-ID
           MOVE WS-LAST-LOAN-ID TO loan_id
           MOVE WS-CHK-MEMBER-ID TO loan_member_id
           MOVE book_id TO loan_book_id

           MOVE WS-TODAY TO loan_date
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-DUE-INT =
               WS-TODAY-INT + WS-CAT-LOAN-DAYS
           PERFORM ROLL-DUE-DATE-FORWARD
           COMPUTE loan_due_date =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           MOVE 0 TO loan_return_date
           MOVE 'O' TO loan_status
           MOVE 0 TO loan_renewals
           MOVE WS-CHK-ACCESSION TO loan_accession
           MOVE WS-CIRC-BRANCH TO loan_branch
           MOVE SPACES TO loan_ret_branch

           PERFORM BUILD-LOAN-ROW

           OPEN EXTEND LOAN-FILE
           IF LOAN-STATUS = '35'
               OPEN OUTPUT LOAN-FILE
           END-IF
           MOVE WS-LOAN-LINE TO LOAN-RECORD
           WRITE LOAN-RECORD
           CLOSE LOAN-FILE

           MOVE "LOAN-ADD" TO WS-AUD-ACTION
           MOVE loan_id TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE WS-LOAN-LINE TO WS-AUD-AFTER
           MOVE "LOANS" TO WS-AUD-FILE
           PERFORM WRITE-AUDIT-RECORD.

           GET-CHECKOUT-ACCESSION.
      *    Asks the desk which physical copy is going out and loops
      *    until an accession of this title on this branch's shelf
      *    is scanned.
      *    0 skips copy tracking for legacy stock that has no
      *    accession rows yet; 999999 cancels (that value is
      *    reserved - ADD-COPIES-FOR-BOOK stops issuing at
      *    999998).
           MOVE 'N' TO WS-ACC-VALID
           MOVE 'N' TO WS-ACC-CANCEL
           PERFORM UNTIL WS-ACC-VALID = 'Y' OR WS-ACC-CANCEL = 'Y'
               DISPLAY "Enter Accession Number (0 = untracked "
                       "copy, 999999 = cancel): "
               ACCEPT WS-ACC-INPUT
               IF FUNCTION TRIM(WS-ACC-INPUT) IS NUMERIC
                   MOVE WS-ACC-INPUT TO WS-CHK-ACCESSION
                   EVALUATE TRUE
                       WHEN WS-CHK-ACCESSION = 0
                           MOVE 'Y' TO WS-ACC-VALID
                           DISPLAY "No accession recorded - register "
                                   "this title's copies when you can."
                       *> 999999 is reserved as the cancel code -
                       *> ADD-COPIES-FOR-BOOK never issues past
                       *> 999998
                       WHEN WS-CHK-ACCESSION = 999999
                           MOVE 'Y' TO WS-ACC-CANCEL
                       WHEN OTHER
                           PERFORM FIND-COPY-BY-ACCESSION
                           MOVE copy_book_id TO WS-COPY-BOOK-NUM
                           IF WS-COPY-FOUND = 'N'
                               DISPLAY "Accession number not on file."
                           ELSE
                           IF WS-COPY-BOOK-NUM NOT = WS-LOOKUP-BOOK-ID
                               DISPLAY "That accession belongs to "
                                       "book " copy_book_id "."
                           ELSE
                           IF copy_status NOT = 'S'
                               PERFORM SET-COPY-STATUS-NAME
                               DISPLAY "That copy is not on the "
                                       "shelf - status is "
                                       WS-COPY-STATUS-OUT "."
                           ELSE
                           IF copy_current NOT = WS-CIRC-BRANCH
                               DISPLAY "That copy is on the shelf at "
                                       "branch " copy_current
                                       " - it cannot go out here."
                           ELSE
                               MOVE 'Y' TO WS-ACC-VALID
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                   END-EVALUATE
               ELSE
                   DISPLAY "Accession number must be numeric."
               END-IF
           END-PERFORM.

           BUILD-LOAN-ROW.
      *    Strings the loan_detail fields into one Loans.csv row
      *    in WS-LOAN-LINE.
           MOVE SPACES TO WS-LOAN-LINE
           STRING loan_id DELIMITED BY SIZE ","
                  loan_member_id DELIMITED BY SIZE ","
                  FUNCTION TRIM(loan_book_id)
                      DELIMITED BY SIZE ","
                  loan_date DELIMITED BY SIZE ","
                  loan_due_date DELIMITED BY SIZE ","
                  loan_return_date DELIMITED BY SIZE ","
                  loan_status DELIMITED BY SIZE ","
                  loan_renewals DELIMITED BY SIZE ","
                  loan_accession DELIMITED BY SIZE ","
                  loan_branch DELIMITED BY SPACE ","
                  loan_ret_branch DELIMITED BY SPACE
                  INTO WS-LOAN-LINE.

           CHECK-MEMBER-FOR-CHECKOUT.
      *    Verifies WS-CHK-MEMBER-ID against Members.csv before any
      *    loan is written: the id must be on file, the card must
      *    not have expired (as of WS-CHK-AS-OF when the caller
      *    sets it, otherwise today), the member must be active,
      *    and the member must be under WS-LOAN-LIMIT open loans.
      *    Tells the desk exactly why a checkout is refused.
           MOVE 'N' TO WS-CHK-MEMBER-OK
           MOVE 'N' TO WS-MEM-FOUND
           MOVE 'N' TO WS-MEM-EOF
           OPEN INPUT MemberFile
           IF MEMBER-STATUS = '00'
               PERFORM UNTIL WS-MEM-EOF = 'Y'
                   READ MemberFile INTO MemberRecord
                       AT END
                           MOVE 'Y' TO WS-MEM-EOF
                       NOT AT END
                           PERFORM PARSE-MEMBER-ROW
                           IF member_id = WS-CHK-MEMBER-ID
                               MOVE 'Y' TO WS-MEM-FOUND
                               MOVE member_flag
                                   TO WS-CHK-MEMBER-FLAG
                               MOVE member_category
                                   TO WS-MEMBER-CATEGORY
                               MOVE member_expiry
                                   TO WS-CHK-MEMBER-EXPIRY
                               MOVE 'Y' TO WS-MEM-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MemberFile
           END-IF

           IF WS-CHK-AS-OF = 0
               ACCEPT WS-CHK-AS-OF FROM DATE YYYYMMDD
           END-IF
           MOVE 'N' TO WS-CHK-MEMBER-EXPIRED
           IF WS-MEM-FOUND = 'Y' AND WS-CHK-MEMBER-EXPIRY > 0 AND
              WS-CHK-MEMBER-EXPIRY < WS-CHK-AS-OF
               MOVE 'Y' TO WS-CHK-MEMBER-EXPIRED
           END-IF
           MOVE 0 TO WS-CHK-AS-OF

           IF WS-MEM-FOUND = 'N'
               DISPLAY "Checkout refused - Member ID "
                       WS-CHK-MEMBER-ID " is not on file."
           ELSE
           IF WS-CHK-MEMBER-EXPIRED = 'Y'
               DISPLAY "Checkout refused - membership "
                       WS-CHK-MEMBER-ID " expired on "
                       WS-CHK-MEMBER-EXPIRY ", please renew."
           ELSE
               IF WS-CHK-MEMBER-FLAG = 'N'
                   DISPLAY "Checkout refused - member "
                           WS-CHK-MEMBER-ID " is inactive."
               ELSE
                   PERFORM SET-CATEGORY-RULES
                   PERFORM COUNT-OPEN-LOANS
                   IF WS-OPEN-LOAN-COUNT >= WS-CAT-LOAN-LIMIT
                       DISPLAY "Checkout refused - member "
                               WS-CHK-MEMBER-ID " already has "
                               WS-OPEN-LOAN-COUNT
                               " open loan(s); the " WS-CAT-NAME-OUT
                               " limit is " WS-CAT-LOAN-LIMIT "."
                   ELSE
                       MOVE 'Y' TO WS-CHK-MEMBER-OK
                   END-IF
               END-IF
           END-IF
           END-IF.

           SET-CATEGORY-RULES.
      *    Loads the loan cap, loan period, daily fine rate and
      *    card term for the category in WS-MEMBER-CATEGORY.
      *    Children borrow less and are never fined; staff borrow
      *    more for longer; senior cards run two years. Any
      *    unrecognised category gets the adult rules.
           EVALUATE WS-MEMBER-CATEGORY
               WHEN 'C'
                   MOVE 3  TO WS-CAT-LOAN-LIMIT
                   MOVE 14 TO WS-CAT-LOAN-DAYS
                   MOVE 0.00 TO WS-CAT-FINE-RATE
                   MOVE 365 TO WS-CAT-TERM-DAYS
               WHEN 'S'
                   MOVE 5  TO WS-CAT-LOAN-LIMIT
                   MOVE 14 TO WS-CAT-LOAN-DAYS
                   MOVE 0.10 TO WS-CAT-FINE-RATE
                   MOVE 730 TO WS-CAT-TERM-DAYS
               WHEN 'T'
                   MOVE 10 TO WS-CAT-LOAN-LIMIT
                   MOVE 28 TO WS-CAT-LOAN-DAYS
                   MOVE 0.25 TO WS-CAT-FINE-RATE
                   MOVE 365 TO WS-CAT-TERM-DAYS
               WHEN OTHER
                   MOVE WS-LOAN-LIMIT TO WS-CAT-LOAN-LIMIT
                   MOVE 14 TO WS-CAT-LOAN-DAYS
                   MOVE 0.25 TO WS-CAT-FINE-RATE
                   MOVE 365 TO WS-CAT-TERM-DAYS
           END-EVALUATE
           MOVE WS-MEMBER-CATEGORY TO member_category
           PERFORM SET-CATEGORY-NAME.

           SET-CATEGORY-NAME.
           EVALUATE member_category
               WHEN 'C' MOVE "CHILD"  TO WS-CAT-NAME-OUT
               WHEN 'S' MOVE "SENIOR" TO WS-CAT-NAME-OUT
               WHEN 'T' MOVE "STAFF"  TO WS-CAT-NAME-OUT
               WHEN OTHER MOVE "ADULT"  TO WS-CAT-NAME-OUT
           END-EVALUATE.

           GET-MEMBER-CATEGORY.
      *    Looks WS-LOOKUP-MEMBER-ID up on Members.csv and leaves
      *    the member's category in WS-MEMBER-CATEGORY (adult when
      *    the member or the field is missing).
           MOVE 'A' TO WS-MEMBER-CATEGORY
           MOVE 'N' TO WS-MEM-EOF
           OPEN INPUT MemberFile
           IF MEMBER-STATUS = '00'
               PERFORM UNTIL WS-MEM-EOF = 'Y'
                   READ MemberFile INTO MemberRecord
                       AT END
                           MOVE 'Y' TO WS-MEM-EOF
                       NOT AT END
                           MOVE 'A' TO member_category
                           UNSTRING MemberRecord DELIMITED BY ","
                               INTO member_id, member_name,
                               member_gender, member_email,
                               member_address, member_flag,
                               member_category
                           IF member_category NOT = 'A' AND
                              member_category NOT = 'C' AND
                              member_category NOT = 'S' AND
                              member_category NOT = 'T'
                               MOVE 'A' TO member_category
                           END-IF
                           IF member_id = WS-LOOKUP-MEMBER-ID
                               MOVE member_category
                                   TO WS-MEMBER-CATEGORY
                               MOVE 'Y' TO WS-MEM-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MemberFile
           END-IF.

           GET-MEMBER-BRANCH.
      *    Looks WS-LOOKUP-MEMBER-ID up on Members.csv and leaves
      *    the member's home branch in WS-MEMBER-BRANCH (the
      *    default branch when the member is missing).
           MOVE WS-DEFAULT-BRANCH TO WS-MEMBER-BRANCH
           MOVE 'N' TO WS-MEM-EOF
           OPEN INPUT MemberFile
           IF MEMBER-STATUS = '00'
               PERFORM UNTIL WS-MEM-EOF = 'Y'
                   READ MemberFile INTO MemberRecord
                       AT END
                           MOVE 'Y' TO WS-MEM-EOF
                       NOT AT END
                           PERFORM PARSE-MEMBER-ROW
                           IF member_id = WS-LOOKUP-MEMBER-ID
                               MOVE member_branch TO WS-MEMBER-BRANCH
                               MOVE 'Y' TO WS-MEM-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MemberFile
           END-IF.

           COUNT-OPEN-LOANS.
      *    Counts status 'O' rows on Loans.csv for WS-CHK-MEMBER-ID.
           MOVE 0 TO WS-OPEN-LOAN-COUNT
           MOVE 'N' TO WS-LOAN-EOF
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS = '00'
               PERFORM UNTIL WS-LOAN-EOF = 'Y'
                   READ LOAN-FILE INTO LOAN-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAN-EOF
                       NOT AT END
                           UNSTRING LOAN-RECORD DELIMITED BY ","
                               INTO loan_id, loan_member_id,
                               loan_book_id, loan_date, loan_due_date,
                               loan_return_date, loan_status
                           IF loan_status = 'O' AND
                              loan_member_id = WS-CHK-MEMBER-ID
                               ADD 1 TO WS-OPEN-LOAN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOAN-FILE.

           LOAD-CLOSED-DAYS.
      *    Reads Calendar.csv into the closed-day table once per
      *    run; later calls are free. A missing calendar file just
      *    means no extra closed days beyond Sundays.
           IF WS-CAL-LOADED = 'N'
               MOVE 'Y' TO WS-CAL-LOADED
               MOVE 0 TO WS-CAL-COUNT
               MOVE 'N' TO WS-CAL-EOF
               OPEN INPUT CALENDAR-FILE
               IF CALENDAR-STATUS = '00'
                   PERFORM UNTIL WS-CAL-EOF = 'Y'
                       READ CALENDAR-FILE INTO CALENDAR-RECORD
                           AT END
                               MOVE 'Y' TO WS-CAL-EOF
                           NOT AT END
                               PERFORM LOAD-ONE-CLOSED-DAY
                       END-READ
                   END-PERFORM
                   CLOSE CALENDAR-FILE
               END-IF
           END-IF.

           LOAD-ONE-CLOSED-DAY.
           MOVE SPACES TO WS-CAL-DATE-X
           UNSTRING CALENDAR-RECORD DELIMITED BY ","
               INTO WS-CAL-DATE-X
           IF FUNCTION TRIM(WS-CAL-DATE-X) IS NUMERIC
               IF WS-CAL-COUNT < 200
                   ADD 1 TO WS-CAL-COUNT
                   COMPUTE CD-DATE-INT(WS-CAL-COUNT) =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-CAL-DATE-X))
               ELSE
                   IF WS-CAL-OVERFLOW = 'N'
                       DISPLAY "WARNING: more than 200 closed days "
                               "on Calendar.csv - extra rows are "
                               "ignored."
                       MOVE 'Y' TO WS-CAL-OVERFLOW
                   END-IF
               END-IF
           END-IF.

           CHECK-CLOSED-DAY.
      *    Leaves WS-CAL-CLOSED = 'Y' when the integer date in
      *    WS-CAL-TEST-INT is a Sunday or is on the calendar of
      *    closed days. Integer day 1 was a Monday, so day MOD 7
      *    of zero lands on Sunday.
           PERFORM LOAD-CLOSED-DAYS
           MOVE 'N' TO WS-CAL-CLOSED
           COMPUTE WS-CAL-DOW = FUNCTION MOD(WS-CAL-TEST-INT, 7)
           IF WS-CAL-DOW = 0
               MOVE 'Y' TO WS-CAL-CLOSED
           ELSE
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-CAL-COUNT
                          OR WS-CAL-CLOSED = 'Y'
                   IF CD-DATE-INT(J) = WS-CAL-TEST-INT
                       MOVE 'Y' TO WS-CAL-CLOSED
                   END-IF
               END-PERFORM
           END-IF.

           ROLL-DUE-DATE-FORWARD.
      *    Moves the due date in WS-DUE-INT forward past any closed
      *    days so a member is never due back on a day the doors
      *    are locked. Capped at 30 rolls in case the calendar file
      *    is nonsense.
           MOVE 0 TO WS-CAL-ROLLS
           MOVE WS-DUE-INT TO WS-CAL-TEST-INT
           PERFORM CHECK-CLOSED-DAY
           PERFORM UNTIL WS-CAL-CLOSED = 'N'
                      OR WS-CAL-ROLLS >= 30
               ADD 1 TO WS-DUE-INT
               ADD 1 TO WS-CAL-ROLLS
               MOVE WS-DUE-INT TO WS-CAL-TEST-INT
               PERFORM CHECK-CLOSED-DAY
           END-PERFORM.

           COUNT-OPEN-DAYS-LATE.
      *    Counts the days between WS-DUE-INT and WS-TODAY-INT on
      *    which the library was actually open - the only days a
      *    member can be fairly fined for. Result in WS-DAYS-LATE.
           MOVE 0 TO WS-DAYS-LATE
           IF WS-TODAY-INT > WS-DUE-INT
               PERFORM VARYING WS-CAL-SCAN-INT
                       FROM WS-DUE-INT BY 1
                       UNTIL WS-CAL-SCAN-INT >= WS-TODAY-INT
                   COMPUTE WS-CAL-TEST-INT = WS-CAL-SCAN-INT + 1
                   PERFORM CHECK-CLOSED-DAY
                   IF WS-CAL-CLOSED = 'N'
                       ADD 1 TO WS-DAYS-LATE
                   END-IF
               END-PERFORM
           END-IF.

           RETURN-BOOK.
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*               Return a Book                *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "Enter Member ID : "
           ACCEPT WS-RET-MEMBER-ID
           DISPLAY "Enter Book ID   : "
           ACCEPT WS-LOOKUP-BOOK-ID

           PERFORM FIND-OPEN-LOAN
           IF WS-LOAN-FOUND = 'N'
               DISPLAY "No open loan found for that member and book."
           ELSE
               DISPLAY "Condition of returned copy (1=Good, "
                       "2=Damaged): "
               ACCEPT WS-RET-CONDITION

               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM POST-RETURN
           END-IF.

           POST-RETURN.
      *    Closes the open loan loaded in loan_* as returned on
      *    WS-TODAY in condition WS-RET-CONDITION: the shelf count
      *    and copy status are put back, the hold queue and any
      *    interlibrary request are flagged, and a late return is
      *    fined for the open days between the due date and
      *    WS-TODAY. Shared by the desk and the offline upload.
           PERFORM FIND-BOOK-BY-ID
           IF WS-FOUND = 'Y'
               IF WS-RET-CONDITION = 2
                   *> damaged copy is routed to assessment, not
                   *> the shelf, so the count stays honest
                   DISPLAY "Copy held back as damaged - not "
                           "returned to the shelf count."
               ELSE
                   ADD 1 TO book_count
                   PERFORM BUILD-BOOK-ROW
                   MOVE book_id TO RW-TARGET-ID
                   MOVE 'U' TO RW-MODE
                   MOVE "RETURN" TO WS-AUD-ACTION
                   PERFORM REWRITE-BOOK-FILE
               END-IF

               *> copy is back on hand - warn the desk if the
               *> hold queue wants it before it gets reshelved
               PERFORM COUNT-HOLDS-FOR-BOOK
               IF WS-HOLD-COUNT > 0
                   DISPLAY "This title has " WS-HOLD-COUNT
                           " hold(s) - first in line is member "
                           WS-HOLD-FIRST-MEMBER "."
                   DISPLAY "Set the returned copy aside instead "
                           "of reshelving it."
               END-IF
           END-IF

           IF loan_accession > 0
               MOVE loan_accession TO WS-CHK-ACCESSION
               PERFORM FIND-COPY-BY-ACCESSION
               IF WS-COPY-FOUND = 'Y'
                   MOVE WS-CIRC-BRANCH TO copy_current
                   MOVE SPACES TO copy_transit_to
                   IF WS-RET-CONDITION = 2
                       MOVE 'D' TO copy_status
                       MOVE "DAMAGED" TO copy_condition
                   ELSE
                       PERFORM SET-RETURN-DESTINATION
                       IF WS-RET-DEST = WS-CIRC-BRANCH
                           MOVE 'S' TO copy_status
                       ELSE
                           MOVE 'T' TO copy_status
                           MOVE WS-RET-DEST TO copy_transit_to
                           DISPLAY "Copy " copy_accession
                                   " goes IN TRANSIT to branch "
                                   WS-RET-DEST
                                   " - put it in the transfer bin."
                       END-IF
                   END-IF
                   PERFORM BUILD-COPY-ROW
                   MOVE WS-COPY-LINE TO CRW-NEW-LINE
                   MOVE loan_accession TO CRW-TARGET-ACC
                   MOVE "RETURN" TO WS-AUD-ACTION
                   PERFORM REWRITE-COPY-FILE
               END-IF
           END-IF

           MOVE WS-TODAY TO loan_return_date
           MOVE 'C' TO loan_status
           MOVE WS-CIRC-BRANCH TO loan_ret_branch

           PERFORM BUILD-LOAN-ROW
           MOVE WS-LOAN-LINE TO LRW-NEW-LINE
           MOVE loan_id TO LRW-TARGET-ID
           MOVE "RETURN" TO WS-AUD-ACTION
           PERFORM REWRITE-LOAN-FILE

           DISPLAY "*------------------------------------*"
           DISPLAY "Book returned."
           DISPLAY "Loan ID   : " loan_id
           DISPLAY "*------------------------------------*"

           *> an ILL item goes back to the partner, not the
           *> shelf - flip the request to RECEIVED so the
           *> Return-to-Partner step can close it out
           IF WS-LOOKUP-BOOK-ID >= WS-ILL-BOOK-BASE
               COMPUTE WS-ILL-REQ-ID =
                   WS-LOOKUP-BOOK-ID - WS-ILL-BOOK-BASE
               PERFORM FIND-ILL-BY-ID
               IF WS-ILL-FOUND = 'Y' AND ill_status = 'O'
                   MOVE 'V' TO ill_status
                   PERFORM UPDATE-ILL-ROW
                   DISPLAY "This is an interlibrary loan item "
                           "- set it aside for return to "
                           FUNCTION TRIM(ill_partner) "."
               END-IF
           END-IF

           *> late return - post the fine to the ledger instead
           *> of letting it evaporate with the closed loan
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(loan_due_date)
           IF WS-TODAY-INT > WS-DUE-INT
               *> only days the library was open count
               PERFORM COUNT-OPEN-DAYS-LATE
               MOVE loan_member_id TO WS-LOOKUP-MEMBER-ID
               PERFORM GET-MEMBER-CATEGORY
               PERFORM SET-CATEGORY-RULES
               COMPUTE WS-FINE-AMT ROUNDED =
                   WS-DAYS-LATE * WS-CAT-FINE-RATE
               IF WS-FINE-AMT > 0
                   PERFORM ASSESS-FINE
                   MOVE WS-DAYS-LATE TO od_days_late
                   MOVE WS-FINE-AMT TO WS-AMOUNT-OUT
                   DISPLAY "Returned " od_days_late
                           " open day(s) late - fine of "
                           WS-AMOUNT-OUT
                           " posted to the fines ledger."
               ELSE
                   IF WS-DAYS-LATE = 0
                       DISPLAY "Due date fell over closed days "
                               "- no fine."
                   ELSE
                       DISPLAY "Returned late, but "
                               WS-CAT-NAME-OUT
                               " members are not fined."
                   END-IF
               END-IF
           END-IF.

           SET-RETURN-DESTINATION.
      *    Decides where the returned copy loaded in copy_detail
      *    belongs: the pickup branch of the member first in the
      *    title's hold queue, otherwise the copy's home branch.
      *    Leaves the branch in WS-RET-DEST.
           MOVE copy_home TO WS-RET-DEST
           MOVE 0 TO WS-HOLD-FIRST-MEMBER
           IF WS-FOUND = 'Y'
               PERFORM COUNT-HOLDS-FOR-BOOK
           END-IF
           IF WS-HOLD-FIRST-MEMBER > 0
               MOVE WS-HOLD-FIRST-MEMBER TO WS-LOOKUP-MEMBER-ID
               PERFORM GET-MEMBER-BRANCH
               MOVE WS-MEMBER-BRANCH TO WS-RET-DEST
           END-IF.

           RENEW-BOOK.
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*               Renew a Book                 *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "Enter Member ID : "
           ACCEPT WS-RET-MEMBER-ID
           DISPLAY "Enter Book ID   : "
           ACCEPT WS-LOOKUP-BOOK-ID

           PERFORM FIND-OPEN-LOAN
           IF WS-LOAN-FOUND = 'N'
               DISPLAY "No open loan found for that member and book."
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(loan_due_date)
               IF WS-DUE-INT < WS-TODAY-INT
                   DISPLAY "Renewal refused - this loan is already "
                           "overdue. Return the book and settle "
                           "the fine."
               ELSE
                   IF loan_renewals >= WS-RENEWAL-LIMIT
                       DISPLAY "Renewal refused - this loan has "
                               "already been renewed "
                               WS-RENEWAL-LIMIT " times."
                   ELSE
                       *> the extension matches the member's
                       *> category loan period, not a flat 14 days
                       MOVE loan_member_id TO WS-LOOKUP-MEMBER-ID
                       PERFORM GET-MEMBER-CATEGORY
                       PERFORM SET-CATEGORY-RULES
                       COMPUTE WS-DUE-INT =
                           WS-DUE-INT + WS-CAT-LOAN-DAYS
                       PERFORM ROLL-DUE-DATE-FORWARD
                       COMPUTE loan_due_date =
                           FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                       ADD 1 TO loan_renewals

                       PERFORM BUILD-LOAN-ROW
                       MOVE WS-LOAN-LINE TO LRW-NEW-LINE
                       MOVE loan_id TO LRW-TARGET-ID
                       MOVE "RENEW" TO WS-AUD-ACTION
                       PERFORM REWRITE-LOAN-FILE

                       DISPLAY "*------------------------------------*"
                       DISPLAY "Loan renewed."
                       DISPLAY "Loan ID      : " loan_id
                       DISPLAY "New Due Date : " loan_due_date
                       DISPLAY "Renewals Used: " loan_renewals
                       DISPLAY "*------------------------------------*"
                   END-IF
               END-IF
           END-IF.

           ASSESS-FINE.
      *    Posts a fine to the Fines.csv ledger for the loan just
      *    closed: WS-FINE-AMT assessed, nothing collected yet.
           PERFORM GET-LAST-FINE-ID
           ADD 1 TO WS-LAST-FINE-ID
           MOVE WS-LAST-FINE-ID TO fine_id
           MOVE loan_member_id TO fine_member_id
           MOVE loan_id TO fine_loan_id
           MOVE WS-FINE-AMT TO fine_assessed
           MOVE 0 TO fine_paid
           MOVE WS-TODAY TO fine_date

           MOVE fine_assessed TO WS-FINE-ASSESSED-ED
           MOVE fine_paid TO WS-FINE-PAID-ED
           MOVE SPACES TO WS-FINE-LINE
           STRING fine_id DELIMITED BY SIZE ","
                  fine_member_id DELIMITED BY SIZE ","
                  fine_loan_id DELIMITED BY SIZE ","
                  WS-FINE-ASSESSED-ED DELIMITED BY SIZE ","
                  WS-FINE-PAID-ED DELIMITED BY SIZE ","
                  fine_date DELIMITED BY SIZE
                  INTO WS-FINE-LINE

           OPEN EXTEND FINE-FILE
           IF FINE-STATUS = '35'
               OPEN OUTPUT FINE-FILE
           END-IF
           MOVE WS-FINE-LINE TO FINE-RECORD
           WRITE FINE-RECORD
           CLOSE FINE-FILE

           MOVE "FINE-ADD" TO WS-AUD-ACTION
           MOVE fine_id TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE WS-FINE-LINE TO WS-AUD-AFTER
           MOVE "FINES" TO WS-AUD-FILE
           PERFORM WRITE-AUDIT-RECORD.

           GET-LAST-FINE-ID.
           MOVE 0 TO WS-LAST-FINE-ID
           MOVE 'N' TO WS-FINE-EOF
           OPEN INPUT FINE-FILE
           IF FINE-STATUS = '00'
               PERFORM UNTIL WS-FINE-EOF = 'Y'
                   READ FINE-FILE INTO FINE-RECORD
                       AT END
                           MOVE 'Y' TO WS-FINE-EOF
                       NOT AT END
                           UNSTRING FINE-RECORD DELIMITED BY ","
                               INTO fine_id
                           MOVE fine_id TO WS-LAST-FINE-ID
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FINE-FILE.

           COLLECT-FINE.
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*     Collect Fine / Outstanding Balances    *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "Enter Member ID : "
           ACCEPT WS-FINE-MEMBER-ID

           PERFORM LIST-MEMBER-FINES
           IF WS-FINE-BALANCE = 0
               DISPLAY "Member has no outstanding fines."
           ELSE
               MOVE WS-FINE-BALANCE TO WS-BALANCE-OUT
               DISPLAY "Outstanding balance: " WS-BALANCE-OUT
               DISPLAY "Enter payment amount (0 to cancel): "
               PERFORM GET-VALID-PAY-AMOUNT
               IF WS-PAY-AMT = 0
                   DISPLAY "No payment recorded."
               ELSE
                   IF WS-PAY-AMT > WS-FINE-BALANCE
                       MOVE WS-FINE-BALANCE TO WS-PAY-AMT
                       DISPLAY "Payment exceeds balance - only the "
                               "balance due will be collected."
                   END-IF
                   PERFORM GET-TENDER-TYPE
                   PERFORM APPLY-FINE-PAYMENT
                   PERFORM LIST-MEMBER-FINES
                   MOVE WS-FINE-BALANCE TO WS-BALANCE-OUT
                   DISPLAY "Payment recorded. New balance: "
                           WS-BALANCE-OUT
                   PERFORM PRINT-PAYMENT-RECEIPT
               END-IF
           END-IF.

           GET-TENDER-TYPE.
      *    Loops until the operator names how the member paid; the
      *    code lands in WS-PAY-TENDER for the receipts journal.
           MOVE 0 TO WS-TENDER-CHOICE
           PERFORM UNTIL WS-TENDER-CHOICE >= 1 AND
                         WS-TENDER-CHOICE <= 3
               DISPLAY "Tender - 1=Cash, 2=Card, 3=Cheque: "
               ACCEPT WS-TENDER-CHOICE
           END-PERFORM
           EVALUATE WS-TENDER-CHOICE
               WHEN 2 MOVE 'K' TO WS-PAY-TENDER
               WHEN 3 MOVE 'Q' TO WS-PAY-TENDER
               WHEN OTHER MOVE 'C' TO WS-PAY-TENDER
           END-EVALUATE.

           SET-TENDER-NAME.
      *    pay_tender -> WS-TENDER-IDX (cash-up column) and the
      *    printable name. Unknown codes count as cash.
           EVALUATE pay_tender
               WHEN 'K' MOVE 2 TO WS-TENDER-IDX
               WHEN 'Q' MOVE 3 TO WS-TENDER-IDX
               WHEN OTHER MOVE 1 TO WS-TENDER-IDX
           END-EVALUATE
           MOVE TENDER-NAME-ENTRY(WS-TENDER-IDX) TO WS-TENDER-NAME-OUT.

           POST-PAYMENT-RECEIPT.
      *    Appends the receipts-journal row for the payment just
      *    spread over Fines.csv: its own receipt number, when, at
      *    which terminal, in what tender, for whom and how much.
           PERFORM GET-LAST-RECEIPT-ID
           ADD 1 TO WS-LAST-RECEIPT-ID
           MOVE WS-LAST-RECEIPT-ID TO pay_receipt_id
           MOVE FUNCTION CURRENT-DATE(1:8) TO pay_date
           MOVE FUNCTION CURRENT-DATE(9:6) TO pay_time
           MOVE WS-FINE-MEMBER-ID TO pay_member_id
           COMPUTE pay_amount = WS-PAY-AMT - WS-PAY-REMAIN
           MOVE WS-PAY-TENDER TO pay_tender
           IF WS-TERMINAL-ID = SPACES
               PERFORM GET-TERMINAL-ID
           END-IF
           MOVE WS-TERMINAL-ID TO pay_terminal

           MOVE pay_amount TO WS-PAY-AMOUNT-ED
           MOVE SPACES TO WS-PAYMENT-LINE
           STRING pay_receipt_id DELIMITED BY SIZE ","
                  pay_date DELIMITED BY SIZE ","
                  pay_time DELIMITED BY SIZE ","
                  pay_member_id DELIMITED BY SIZE ","
                  WS-PAY-AMOUNT-ED DELIMITED BY SIZE ","
                  pay_tender DELIMITED BY SIZE ","
                  FUNCTION TRIM(pay_terminal) DELIMITED BY SIZE
                  INTO WS-PAYMENT-LINE

           OPEN EXTEND PAYMENT-FILE
           IF PAYMENT-STATUS = '35'
               OPEN OUTPUT PAYMENT-FILE
           END-IF
           MOVE WS-PAYMENT-LINE TO PAYMENT-RECORD
           WRITE PAYMENT-RECORD
           CLOSE PAYMENT-FILE

           MOVE "PAY-ADD" TO WS-AUD-ACTION
           MOVE pay_receipt_id TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE WS-PAYMENT-LINE TO WS-AUD-AFTER
           MOVE "PAYMENTS" TO WS-AUD-FILE
           PERFORM WRITE-AUDIT-RECORD.

           GET-LAST-RECEIPT-ID.
           MOVE 0 TO WS-LAST-RECEIPT-ID
           MOVE 'N' TO WS-PAYMENT-EOF
           OPEN INPUT PAYMENT-FILE
           IF PAYMENT-STATUS = '00'
               PERFORM UNTIL WS-PAYMENT-EOF = 'Y'
                   READ PAYMENT-FILE INTO PAYMENT-RECORD
                       AT END
                           MOVE 'Y' TO WS-PAYMENT-EOF
                       NOT AT END
                           UNSTRING PAYMENT-RECORD DELIMITED BY ","
                               INTO pay_receipt_id
                           IF pay_receipt_id > WS-LAST-RECEIPT-ID
                               MOVE pay_receipt_id
                                   TO WS-LAST-RECEIPT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.

           PRINT-PAYMENT-RECEIPT.
      *    Desk receipt for the journal row in pay_detail, shown on
      *    the screen and written to RECEIPT-<number>.RPT for the
      *    slip printer. WS-BALANCE-OUT already holds what is left.
           MOVE pay_member_id TO WS-LOOKUP-MEMBER-ID
           PERFORM FIND-MEMBER-NAME
           PERFORM SET-TENDER-NAME
           MOVE SPACES TO WS-REPORT-NAME
           STRING "RECEIPT-" DELIMITED BY SIZE
                  pay_receipt_id DELIMITED BY SIZE
                  ".RPT" DELIMITED BY SIZE
                  INTO WS-REPORT-NAME
           OPEN OUTPUT REPORT-FILE
           DISPLAY HEADER-LINE
           WRITE REPORT-RECORD FROM HEADER-LINE
           MOVE "LIBRARY MANAGEMENT SYSTEM - PAYMENT RECEIPT"
               TO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RECEIPT NO : " DELIMITED BY SIZE
                  pay_receipt_id DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DATE/TIME  : " DELIMITED BY SIZE
                  pay_date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  pay_time DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TERMINAL   : " DELIMITED BY SIZE
                  FUNCTION TRIM(pay_terminal) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "MEMBER     : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEMBER-NAME-OUT) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  pay_member_id DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TENDER     : " DELIMITED BY SIZE
                  WS-TENDER-NAME-OUT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE pay_amount TO WS-AMOUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "AMOUNT PAID: " DELIMITED BY SIZE
                  WS-AMOUNT-OUT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "BALANCE DUE: " DELIMITED BY SIZE
                  WS-BALANCE-OUT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           DISPLAY HEADER-LINE
           WRITE REPORT-RECORD FROM HEADER-LINE
           CLOSE REPORT-FILE
           DISPLAY "Receipt written to "
                   FUNCTION TRIM(WS-REPORT-NAME).

           LIST-MEMBER-FINES.
      *    Lists the fines ledger for WS-FINE-MEMBER-ID and leaves
      *    WS-FINE-BALANCE holding the member's unpaid total.
           MOVE 0 TO WS-FINE-BALANCE
           MOVE 'N' TO WS-FINE-LISTED
           MOVE 'N' TO WS-FINE-EOF
           OPEN INPUT FINE-FILE
           IF FINE-STATUS = '00'
               PERFORM UNTIL WS-FINE-EOF = 'Y'
                   READ FINE-FILE INTO FINE-RECORD
                       AT END
                           MOVE 'Y' TO WS-FINE-EOF
                       NOT AT END
                           UNSTRING FINE-RECORD DELIMITED BY ","
                               INTO fine_id, fine_member_id,
                               fine_loan_id, WS-FINE-ASSESSED-X,
                               WS-FINE-PAID-X, fine_date
                           COMPUTE fine_assessed =
                               FUNCTION NUMVAL(WS-FINE-ASSESSED-X)
                           COMPUTE fine_paid =
                               FUNCTION NUMVAL(WS-FINE-PAID-X)
                           IF fine_member_id = WS-FINE-MEMBER-ID
                               IF WS-FINE-LISTED = 'N'
                                   DISPLAY " "
                                   DISPLAY "FINES ON FILE FOR MEMBER"
                                   DISPLAY HEADER-LINE
                                   DISPLAY FINE-HEADER
                                   DISPLAY HEADER-LINE
                                   MOVE 'Y' TO WS-FINE-LISTED
                               END-IF
                               COMPUTE WS-FINE-ROW-BAL =
                                   fine_assessed - fine_paid
                               ADD WS-FINE-ROW-BAL TO WS-FINE-BALANCE
                               MOVE fine_id TO fd_fine_id
                               MOVE fine_loan_id TO fd_loan_id
                               MOVE fine_date TO fd_date
                               MOVE fine_assessed TO fd_assessed
                               MOVE fine_paid TO fd_paid
                               MOVE WS-FINE-ROW-BAL TO fd_balance
                               DISPLAY FINE-DETAIL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FINE-LISTED = 'Y'
                   DISPLAY HEADER-LINE
               END-IF
               CLOSE FINE-FILE
           END-IF.

           GET-VALID-PAY-AMOUNT.
      *    Loops until a numeric payment amount (dollars, optional
      *    cents) is entered; the parsed value lands in WS-PAY-AMT.
           MOVE 'N' TO WS-PAY-VALID
           PERFORM UNTIL WS-PAY-VALID = 'Y'
               ACCEPT WS-PAY-INPUT
               IF FUNCTION TEST-NUMVAL(WS-PAY-INPUT) = 0
                   COMPUTE WS-PAY-SIGNED =
                       FUNCTION NUMVAL(WS-PAY-INPUT)
                   IF WS-PAY-SIGNED < 0
                       DISPLAY "Amount must not be negative: "
                   ELSE
                       MOVE WS-PAY-SIGNED TO WS-PAY-AMT
                       MOVE 'Y' TO WS-PAY-VALID
                   END-IF
               ELSE
                   DISPLAY "Amount must be numeric, e.g. 2.50: "
               END-IF
           END-PERFORM.

           APPLY-FINE-PAYMENT.
      *    Backs Fines.csv up and rewrites it through a scratch file,
      *    spreading WS-PAY-AMT across the member's unpaid fines,
      *    oldest row first. Mirrors REWRITE-LOAN-FILE. The money
      *    taken is then journalled to Payments.csv under a new
      *    receipt number.
           MOVE WS-PAY-AMT TO WS-PAY-REMAIN
           MOVE 'N' TO WS-FINE-EOF
           OPEN INPUT FINE-FILE
           OPEN OUTPUT FINE-BACKUP-FILE
           PERFORM UNTIL WS-FINE-EOF = 'Y'
               READ FINE-FILE INTO FINE-RECORD
                   AT END MOVE 'Y' TO WS-FINE-EOF
                   NOT AT END
                       WRITE FINE-BACKUP-RECORD FROM FINE-RECORD
               END-READ
           END-PERFORM
           CLOSE FINE-FILE
           CLOSE FINE-BACKUP-FILE

           MOVE 'N' TO WS-FINE-EOF
           OPEN INPUT FINE-FILE
           OPEN OUTPUT FINE-SCRATCH-FILE
           PERFORM UNTIL WS-FINE-EOF = 'Y'
               READ FINE-FILE INTO FINE-RECORD
                   AT END MOVE 'Y' TO WS-FINE-EOF
                   NOT AT END
                       UNSTRING FINE-RECORD DELIMITED BY ","
                           INTO fine_id, fine_member_id,
                           fine_loan_id, WS-FINE-ASSESSED-X,
                           WS-FINE-PAID-X, fine_date
                       COMPUTE fine_assessed =
                           FUNCTION NUMVAL(WS-FINE-ASSESSED-X)
                       COMPUTE fine_paid =
                           FUNCTION NUMVAL(WS-FINE-PAID-X)
                       IF fine_member_id = WS-FINE-MEMBER-ID
                          AND WS-PAY-REMAIN > 0
                          AND fine_paid < fine_assessed
                           COMPUTE WS-FINE-ROW-BAL =
                               fine_assessed - fine_paid
                           IF WS-PAY-REMAIN < WS-FINE-ROW-BAL
                               MOVE WS-PAY-REMAIN TO WS-PAY-PORTION
                           ELSE
                               MOVE WS-FINE-ROW-BAL TO WS-PAY-PORTION
                           END-IF
                           ADD WS-PAY-PORTION TO fine_paid
                           SUBTRACT WS-PAY-PORTION FROM WS-PAY-REMAIN
                           MOVE fine_assessed
                               TO WS-FINE-ASSESSED-ED
                           MOVE fine_paid TO WS-FINE-PAID-ED
                           MOVE SPACES TO WS-FINE-LINE
                           STRING fine_id DELIMITED BY SIZE ","
                                  fine_member_id DELIMITED BY SIZE ","
                                  fine_loan_id DELIMITED BY SIZE ","
                                  WS-FINE-ASSESSED-ED
                                      DELIMITED BY SIZE ","
                                  WS-FINE-PAID-ED
                                      DELIMITED BY SIZE ","
                                  fine_date DELIMITED BY SIZE
                                  INTO WS-FINE-LINE
                           WRITE FINE-SCRATCH-RECORD FROM WS-FINE-LINE
                           MOVE "FINE-PAY" TO WS-AUD-ACTION
                           MOVE fine_id TO WS-AUD-KEY
                           MOVE FINE-RECORD TO WS-AUD-BEFORE
                           MOVE WS-FINE-LINE TO WS-AUD-AFTER
                           MOVE "FINES" TO WS-AUD-FILE
                           PERFORM WRITE-AUDIT-RECORD
                       ELSE
                           WRITE FINE-SCRATCH-RECORD FROM FINE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINE-FILE
           CLOSE FINE-SCRATCH-FILE

           MOVE "FINES" TO WS-TORN-TAG
           PERFORM SET-REWRITE-MARKER
           OPEN INPUT FINE-SCRATCH-FILE
           OPEN OUTPUT FINE-FILE
           MOVE 'N' TO WS-FINE-EOF
           PERFORM UNTIL WS-FINE-EOF = 'Y'
               READ FINE-SCRATCH-FILE INTO FINE-RECORD
                   AT END MOVE 'Y' TO WS-FINE-EOF
                   NOT AT END WRITE FINE-RECORD
               END-READ
           END-PERFORM
           CLOSE FINE-SCRATCH-FILE
           CLOSE FINE-FILE
           PERFORM CLEAR-REWRITE-MARKER
           PERFORM POST-PAYMENT-RECEIPT.

           OFFER-HOLD.
      *    Dead-end rescue for CHECKOUT-BOOK: no copies on the shelf,
      *    so offer to queue the member on the title instead.
           PERFORM COUNT-HOLDS-FOR-BOOK
           IF WS-HOLD-MEMBER-QUEUED = 'Y'
               DISPLAY "This member already has a hold on this title."
           ELSE
               DISPLAY "Place a hold for this member? (1=Yes, 0=No): "
               ACCEPT WS-HOLD-CHOICE
               IF WS-HOLD-CHOICE = 1
                   PERFORM PLACE-HOLD
               ELSE
                   DISPLAY "No hold placed."
               END-IF
           END-IF.

           PLACE-HOLD.
           MOVE WS-CHK-MEMBER-ID TO hold_member_id
           MOVE book_id TO hold_book_id
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO hold_date
           ADD 1 TO WS-HOLD-COUNT GIVING hold_position

           MOVE SPACES TO WS-HOLD-LINE
           STRING hold_member_id DELIMITED BY SIZE ","
                  FUNCTION TRIM(hold_book_id) DELIMITED BY SIZE ","
                  hold_date DELIMITED BY SIZE ","
                  hold_position DELIMITED BY SIZE
                  INTO WS-HOLD-LINE

           OPEN EXTEND HOLD-FILE
           IF HOLD-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
           END-IF
           MOVE WS-HOLD-LINE TO HOLD-RECORD
           WRITE HOLD-RECORD
           CLOSE HOLD-FILE

           MOVE "HOLD-ADD" TO WS-AUD-ACTION
           MOVE hold_member_id TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE WS-HOLD-LINE TO WS-AUD-AFTER
           MOVE "HOLDS" TO WS-AUD-FILE
           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "Hold placed - member is number " hold_position
                   " in line for this title.".

           COUNT-HOLDS-FOR-BOOK.
      *    Counts the holds queued on WS-LOOKUP-BOOK-ID, notes the
      *    member first in line, and flags whether WS-CHK-MEMBER-ID
      *    is already somewhere in the queue.
           MOVE 0 TO WS-HOLD-COUNT
           MOVE 0 TO WS-HOLD-FIRST-MEMBER
           MOVE 999 TO WS-HOLD-FIRST-POS
           MOVE 'N' TO WS-HOLD-MEMBER-QUEUED
           MOVE 'N' TO WS-HOLD-EOF
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS = '00'
               PERFORM UNTIL WS-HOLD-EOF = 'Y'
                   READ HOLD-FILE INTO HOLD-RECORD
                       AT END
                           MOVE 'Y' TO WS-HOLD-EOF
                       NOT AT END
                           UNSTRING HOLD-RECORD DELIMITED BY ","
                               INTO hold_member_id, hold_book_id,
                               hold_date, hold_position
                           MOVE hold_book_id TO WS-HOLD-BOOK-NUM
                           IF WS-HOLD-BOOK-NUM = WS-LOOKUP-BOOK-ID
                               ADD 1 TO WS-HOLD-COUNT
                               IF hold_position < WS-HOLD-FIRST-POS
                                   MOVE hold_position
                                       TO WS-HOLD-FIRST-POS
                                   MOVE hold_member_id
                                       TO WS-HOLD-FIRST-MEMBER
                               END-IF
                               IF hold_member_id = WS-CHK-MEMBER-ID
                                   MOVE 'Y' TO WS-HOLD-MEMBER-QUEUED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

           GET-LAST-LOAN-ID.
      *    The loan-id high-water mark must survive the archive
      *    sweep, so the archived side is scanned as well as the
      *    live file and the larger last-row id wins - otherwise a
      *    sweep that moves the highest id to LoanHistory.csv would
      *    let the next checkout re-issue an archived loan id.
           MOVE 0 TO WS-LAST-LOAN-ID
           MOVE 'N' TO WS-LOAN-EOF
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS = '00'
               PERFORM UNTIL WS-LOAN-EOF = 'Y'
                   READ LOAN-FILE INTO LOAN-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAN-EOF
                       NOT AT END
                           UNSTRING LOAN-RECORD DELIMITED BY ","
                               INTO loan_id
                           MOVE loan_id TO WS-LAST-LOAN-ID
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOAN-FILE

           MOVE 0 TO WS-LAST-HIST-LOAN-ID
           MOVE 'N' TO WS-LOAN-EOF
           OPEN INPUT LOAN-HISTORY-FILE
           IF LOAN-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-LOAN-EOF = 'Y'
                   READ LOAN-HISTORY-FILE INTO LOAN-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAN-EOF
                       NOT AT END
                           UNSTRING LOAN-RECORD DELIMITED BY ","
                               INTO loan_id
                           MOVE loan_id TO WS-LAST-HIST-LOAN-ID
                   END-READ
               END-PERFORM
               CLOSE LOAN-HISTORY-FILE
           END-IF
           IF WS-LAST-HIST-LOAN-ID > WS-LAST-LOAN-ID
               MOVE WS-LAST-HIST-LOAN-ID TO WS-LAST-LOAN-ID
           END-IF.

           FIND-OPEN-LOAN.
      *    Looks for an open (status 'O') loan matching both the
      *    member and the book, leaving the loan_* fields loaded
      *    with that row's data when found.
           MOVE 'N' TO WS-LOAN-FOUND
           MOVE 'N' TO WS-LOAN-EOF
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS = '00'
               PERFORM UNTIL WS-LOAN-EOF = 'Y'
                   READ LOAN-FILE INTO LOAN-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAN-EOF
                       NOT AT END
                           *> rows written before renewals and
                           *> accessions were tracked are short
                           MOVE 0 TO loan_renewals
                           MOVE 0 TO loan_accession
                           MOVE SPACES TO loan_branch
                           MOVE SPACES TO loan_ret_branch
                           UNSTRING LOAN-RECORD DELIMITED BY ","
                               INTO loan_id, loan_member_id,
                               loan_book_id, loan_date, loan_due_date,
                               loan_return_date, loan_status,
                               loan_renewals, loan_accession,
                               loan_branch, loan_ret_branch
                           MOVE loan_book_id TO WS-CUR-BOOK-ID-NUM
                           IF loan_status = 'O' AND
                              loan_member_id = WS-RET-MEMBER-ID AND
                              WS-CUR-BOOK-ID-NUM = WS-LOOKUP-BOOK-ID
                               MOVE 'Y' TO WS-LOAN-FOUND
                               MOVE 'Y' TO WS-LOAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOAN-FILE.

           REWRITE-LOAN-FILE.
      *    Backs Loans.csv up and rewrites it through a scratch file,
      *    replacing the one loan record whose loan_id matches
      *    LRW-TARGET-ID. Mirrors REWRITE-BOOK-FILE.
           MOVE 'N' TO LRW-EOF
           OPEN INPUT LOAN-FILE
           OPEN OUTPUT LOAN-BACKUP-FILE
           PERFORM UNTIL LRW-EOF = 'Y'
               READ LOAN-FILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO LRW-EOF
                   NOT AT END
                       WRITE LOAN-BACKUP-RECORD FROM LOAN-RECORD
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           CLOSE LOAN-BACKUP-FILE

           MOVE 'N' TO LRW-EOF
           MOVE 'N' TO LRW-FOUND
           OPEN INPUT LOAN-FILE
           OPEN OUTPUT LOAN-SCRATCH-FILE
           PERFORM UNTIL LRW-EOF = 'Y'
               READ LOAN-FILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO LRW-EOF
                   NOT AT END
                       UNSTRING LOAN-RECORD DELIMITED BY ","
                           INTO LRW-CUR-ID
                       IF LRW-CUR-ID = LRW-TARGET-ID
                           MOVE 'Y' TO LRW-FOUND
                           MOVE LOAN-RECORD TO WS-AUD-BEFORE
                           MOVE LRW-NEW-LINE TO WS-AUD-AFTER
                           MOVE LRW-TARGET-ID TO WS-AUD-KEY
                           MOVE "LOANS" TO WS-AUD-FILE
                           PERFORM WRITE-AUDIT-RECORD
                           WRITE LOAN-SCRATCH-RECORD FROM LRW-NEW-LINE
                       ELSE
                           WRITE LOAN-SCRATCH-RECORD FROM LOAN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           CLOSE LOAN-SCRATCH-FILE

           MOVE "LOANS" TO WS-TORN-TAG
           PERFORM SET-REWRITE-MARKER
           OPEN INPUT LOAN-SCRATCH-FILE
           OPEN OUTPUT LOAN-FILE
           MOVE 'N' TO LRW-EOF
           PERFORM UNTIL LRW-EOF = 'Y'
               READ LOAN-SCRATCH-FILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO LRW-EOF
                   NOT AT END WRITE LOAN-RECORD
               END-READ
           END-PERFORM
           CLOSE LOAN-SCRATCH-FILE
           CLOSE LOAN-FILE
           PERFORM CLEAR-REWRITE-MARKER.

       ACQUISITIONS-PARA.
           MOVE 1 TO WS-ACQ-SUBCHOICE
           PERFORM UNTIL WS-ACQ-SUBCHOICE = 6
               DISPLAY " "
               DISPLAY "ACQUISITIONS MENU"
               DISPLAY "1. Raise Purchase Order"
               DISPLAY "2. List Open Orders"
               DISPLAY "3. Receive Delivery"
               DISPLAY "4. Fund Status Report"
               DISPLAY "5. Fund Maintenance (supervisor)"
               DISPLAY "6. Exit"
               DISPLAY "Enter your choice (1-6): "
               ACCEPT WS-ACQ-SUBCHOICE

               EVALUATE WS-ACQ-SUBCHOICE
                   WHEN 1
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           PERFORM RAISE-PURCHASE-ORDER
                       END-IF
                   WHEN 2 PERFORM LIST-OPEN-ORDERS
                   WHEN 3
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           PERFORM RECEIVE-ORDER
                       END-IF
                   WHEN 4 PERFORM FUND-STATUS-REPORT
                   WHEN 5
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           IF WS-OPER-ROLE = 'C'
                               PERFORM REFUSE-ROLE
                           ELSE
                               PERFORM FUND-MAINT-PARA
                           END-IF
                       END-IF
                   WHEN 6 DISPLAY "Acquisitions exits."
                   WHEN OTHER DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.

           RAISE-PURCHASE-ORDER.
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*           Raise Purchase Order             *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "Enter Vendor        : " ACCEPT order_vendor
           DISPLAY "Enter Book Title    : " ACCEPT order_title
           DISPLAY "Enter Author        : " ACCEPT order_author
           DISPLAY "Enter Genre         : " ACCEPT order_genre
           PERFORM GET-VALID-BOOK-COUNT
           MOVE WS-NEW-BOOK-COUNT TO order_qty
           PERFORM GET-VALID-BOOK-PRICE
           MOVE WS-NEW-BOOK-PRICE TO WS-ORDER-PRICE
           COMPUTE WS-ORDER-VALUE = order_qty * WS-ORDER-PRICE
           MOVE 'N' TO WS-FUND-OK
           PERFORM GET-VALID-ORDER-FUND
           IF WS-FUND-FOUND = 'Y'
               PERFORM CHECK-ORDER-AGAINST-FUND
           END-IF

           IF WS-FUND-OK = 'N'
               MOVE 0 TO WS-CONFIRM-CHOICE
           ELSE
               DISPLAY "*------------------------------------------*"
               DISPLAY "Enter 1 to Save, 0 to Cancel: "
               ACCEPT WS-CONFIRM-CHOICE
           END-IF
           IF WS-CONFIRM-CHOICE = 1
               PERFORM GET-LAST-ORDER-ID
               ADD 1 TO WS-LAST-ORDER-ID
               MOVE WS-LAST-ORDER-ID TO order_id
               MOVE 0 TO order_received
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY TO order_date
               MOVE 'O' TO order_status
               MOVE WS-ORDER-PRICE TO WS-BOOK-PRICE-ED
               MOVE WS-BOOK-PRICE-ED TO order_price_x
               MOVE fund_code TO order_fund
               MOVE fund_year TO order_fund_year
               PERFORM BUILD-ORDER-ROW

               OPEN EXTEND ORDER-FILE
               IF ORDER-STATUS = '35'
                   OPEN OUTPUT ORDER-FILE
               END-IF
               MOVE WS-ORDER-LINE TO ORDER-RECORD
               WRITE ORDER-RECORD
               CLOSE ORDER-FILE

               MOVE "ORDER-ADD" TO WS-AUD-ACTION
               MOVE order_id TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-BEFORE
               MOVE WS-ORDER-LINE TO WS-AUD-AFTER
               MOVE "ORDERS" TO WS-AUD-FILE
               PERFORM WRITE-AUDIT-RECORD

               ADD WS-ORDER-VALUE TO WS-FUND-COMMIT
               IF WS-FUND-OVER = 'Y'
                   MOVE "FUND-OVERCMT" TO WS-AUD-ACTION
               ELSE
                   MOVE "FUND-COMMIT" TO WS-AUD-ACTION
               END-IF
               PERFORM SAVE-FUND-ROW

               DISPLAY "*------------------------------------*"
               DISPLAY "Purchase order raised."
               DISPLAY "Order ID : " order_id
               MOVE WS-ORDER-VALUE TO WS-FUND-AMT-ED
               DISPLAY "Committed: " WS-FUND-AMT-ED " against fund "
                       FUNCTION TRIM(fund_code) " FY " fund_year
               DISPLAY "*------------------------------------*"
           ELSE
               DISPLAY "Purchase order cancelled."
           END-IF.

           BUILD-ORDER-ROW.
      *    Strings the order_detail fields into one Orders.csv row
      *    in WS-ORDER-LINE.
           MOVE SPACES TO WS-ORDER-LINE
           STRING order_id DELIMITED BY SIZE ","
                  FUNCTION TRIM(order_vendor) DELIMITED BY SIZE ","
                  FUNCTION TRIM(order_title) DELIMITED BY SIZE ","
                  FUNCTION TRIM(order_author) DELIMITED BY SIZE ","
                  FUNCTION TRIM(order_genre) DELIMITED BY SIZE ","
                  order_qty DELIMITED BY SIZE ","
                  order_received DELIMITED BY SIZE ","
                  FUNCTION TRIM(order_price_x) DELIMITED BY SIZE ","
                  order_date DELIMITED BY SIZE ","
                  order_status DELIMITED BY SIZE ","
                  FUNCTION TRIM(order_fund) DELIMITED BY SIZE ","
                  order_fund_year DELIMITED BY SIZE
                  INTO WS-ORDER-LINE.

           GET-VALID-ORDER-FUND.
      *    Asks for the budget line the order is charged to and
      *    loads that fund for the current fiscal year into
      *    fund_detail; a blank code backs out of the order.
           PERFORM SET-FISCAL-YEAR
           MOVE 'N' TO WS-FUND-FOUND
           MOVE "?" TO WS-LOOKUP-FUND-CODE
           PERFORM UNTIL WS-FUND-FOUND = 'Y' OR
                         WS-LOOKUP-FUND-CODE = SPACES
               DISPLAY "Enter Fund Code (blank to cancel): "
               MOVE SPACES TO WS-LOOKUP-FUND-CODE
               ACCEPT WS-LOOKUP-FUND-CODE
               MOVE FUNCTION UPPER-CASE(WS-LOOKUP-FUND-CODE)
                   TO WS-LOOKUP-FUND-CODE
               IF WS-LOOKUP-FUND-CODE NOT = SPACES
                   MOVE WS-FUND-FY TO WS-LOOKUP-FUND-YEAR
                   PERFORM FIND-FUND-BY-KEY
                   IF WS-FUND-FOUND = 'N'
                       DISPLAY "No fund "
                               FUNCTION TRIM(WS-LOOKUP-FUND-CODE)
                               " for fiscal year " WS-FUND-FY
                               " - see Fund Maintenance."
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FUND-FOUND = 'Y'
               MOVE WS-FUND-FREE TO WS-FUND-FREE-ED
               DISPLAY "Fund        : " FUNCTION TRIM(fund_name)
               DISPLAY "Free balance: " WS-FUND-FREE-ED
           END-IF.

           CHECK-ORDER-AGAINST-FUND.
      *    Warns when the order value would take the fund past its
      *    free balance. A clerk is refused outright; a supervisor
      *    or administrator may commit over budget on a second,
      *    deliberate confirmation, journalled as FUND-OVERCMT.
           MOVE 'Y' TO WS-FUND-OK
           MOVE 'N' TO WS-FUND-OVER
           IF WS-ORDER-VALUE > WS-FUND-FREE
               MOVE 'N' TO WS-FUND-OK
               MOVE WS-ORDER-VALUE TO WS-FUND-AMT-ED
               MOVE WS-FUND-FREE TO WS-FUND-FREE-ED
               DISPLAY "WARNING: order value " WS-FUND-AMT-ED
                       " exceeds the free balance of fund "
                       FUNCTION TRIM(fund_code) " ("
                       FUNCTION TRIM(WS-FUND-FREE-ED) ")."
               IF WS-OPER-ROLE = 'C'
                   DISPLAY "Refused - an over-budget order must be "
                           "raised by a supervisor."
               ELSE
                   DISPLAY "Enter 1 to commit over budget, "
                           "0 to cancel: "
                   ACCEPT WS-CONFIRM-CHOICE
                   IF WS-CONFIRM-CHOICE = 1
                       MOVE 'Y' TO WS-FUND-OK
                       MOVE 'Y' TO WS-FUND-OVER
                   END-IF
               END-IF
           END-IF.

           PARSE-ORDER-ROW.
           MOVE SPACES TO order_price_x
           MOVE 0 TO order_received
           MOVE SPACES TO order_fund
           MOVE 0 TO order_fund_year
           UNSTRING ORDER-RECORD DELIMITED BY ","
               INTO order_id, order_vendor, order_title,
               order_author, order_genre, order_qty,
               order_received, order_price_x, order_date,
               order_status, order_fund, order_fund_year
           IF order_price_x NOT = SPACES AND
              FUNCTION TEST-NUMVAL(order_price_x) = 0
               COMPUTE WS-ORDER-PRICE =
                   FUNCTION NUMVAL(order_price_x)
           ELSE
               MOVE 0 TO WS-ORDER-PRICE
           END-IF.

           GET-LAST-ORDER-ID.
           MOVE 0 TO WS-LAST-ORDER-ID
           MOVE 'N' TO WS-ORDER-EOF
           OPEN INPUT ORDER-FILE
           IF ORDER-STATUS = '00'
               PERFORM UNTIL WS-ORDER-EOF = 'Y'
                   READ ORDER-FILE INTO ORDER-RECORD
                       AT END
                           MOVE 'Y' TO WS-ORDER-EOF
                       NOT AT END
                           UNSTRING ORDER-RECORD DELIMITED BY ","
                               INTO order_id
                           IF order_id > WS-LAST-ORDER-ID
                               MOVE order_id TO WS-LAST-ORDER-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF.

           LIST-OPEN-ORDERS.
           MOVE 'N' TO WS-ORDER-LISTED
           MOVE 'N' TO WS-ORDER-EOF
           OPEN INPUT ORDER-FILE
           IF ORDER-STATUS = '00'
               PERFORM UNTIL WS-ORDER-EOF = 'Y'
                   READ ORDER-FILE INTO ORDER-RECORD
                       AT END
                           MOVE 'Y' TO WS-ORDER-EOF
                       NOT AT END
                           PERFORM PARSE-ORDER-ROW
                           IF order_status = 'O'
                               IF WS-ORDER-LISTED = 'N'
                                   DISPLAY " "
                                   DISPLAY "OPEN PURCHASE ORDERS"
                                   DISPLAY HEADER-LINE
                                   DISPLAY ORDER-HEADER
                                   DISPLAY HEADER-LINE
                                   MOVE 'Y' TO WS-ORDER-LISTED
                               END-IF
                               MOVE order_id TO or_order_id
                               MOVE order_vendor TO or_vendor
                               MOVE order_title TO or_title
                               MOVE order_qty TO or_qty
                               MOVE order_received TO or_received
                               MOVE WS-ORDER-PRICE TO or_price
                               MOVE order_fund TO or_fund
                               DISPLAY ORDER-DETAIL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ORDER-LISTED = 'Y'
                   DISPLAY HEADER-LINE
               END-IF
               CLOSE ORDER-FILE
           END-IF
           IF WS-ORDER-LISTED = 'N'
               DISPLAY "No open orders on file."
           END-IF.

           FIND-ORDER-BY-ID.
      *    Loads order_detail for WS-RECV-ORDER-ID when found.
           MOVE 'N' TO WS-ORDER-FOUND
           MOVE 'N' TO WS-ORDER-EOF
           OPEN INPUT ORDER-FILE
           IF ORDER-STATUS = '00'
               PERFORM UNTIL WS-ORDER-EOF = 'Y'
                   READ ORDER-FILE INTO ORDER-RECORD
                       AT END
                           MOVE 'Y' TO WS-ORDER-EOF
                       NOT AT END
                           PERFORM PARSE-ORDER-ROW
                           IF order_id = WS-RECV-ORDER-ID
                               MOVE 'Y' TO WS-ORDER-FOUND
                               MOVE 'Y' TO WS-ORDER-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF.

           RECEIVE-ORDER.
      *    Checks a delivery against the order it answers, posts
      *    the received copies into the catalog (bumping the count
      *    on an existing title exactly as the Add New Book
      *    duplicate check does, or creating the title), and rolls
      *    the order forward - closed once fully received.
           DISPLAY " "
           DISPLAY "Enter Order ID : "
           ACCEPT WS-RECV-ORDER-ID
           PERFORM FIND-ORDER-BY-ID
           IF WS-ORDER-FOUND = 'N'
               DISPLAY "Order ID not on file."
           ELSE
           IF order_status NOT = 'O'
               DISPLAY "Order " order_id " is already closed."
           ELSE
               COMPUTE WS-ORDER-OUTSTANDING =
                   order_qty - order_received
               DISPLAY "Vendor      : " order_vendor
               DISPLAY "Title       : " order_title
               DISPLAY "Ordered     : " order_qty
               DISPLAY "Received    : " order_received
               DISPLAY "Outstanding : " WS-ORDER-OUTSTANDING
               PERFORM GET-VALID-RECV-QTY
               IF WS-RECV-QTY = 0
                   DISPLAY "Nothing received."
               ELSE
                   IF WS-RECV-QTY > WS-ORDER-OUTSTANDING
                       DISPLAY "Delivery exceeds the outstanding "
                               "quantity - only "
                               WS-ORDER-OUTSTANDING
                               " will be posted. Query the excess "
                               "with the vendor."
                       MOVE WS-ORDER-OUTSTANDING TO WS-RECV-QTY
                   END-IF
                   PERFORM GET-VALID-RECV-PRICE

                   MOVE order_title TO WS-NEW-BOOK-NAME
                   MOVE order_author TO WS-NEW-BOOK-AUTHOR
                   MOVE order_genre TO WS-NEW-BOOK-GENRE
                   MOVE WS-RECV-QTY TO WS-NEW-BOOK-COUNT
                   MOVE WS-RECV-PRICE TO WS-NEW-BOOK-PRICE
                   PERFORM POST-STOCK-TO-CATALOG
                   PERFORM POST-RECEIPT-TO-FUND

                   ADD WS-RECV-QTY TO order_received
                   IF order_received >= order_qty
                       MOVE 'C' TO order_status
                   END-IF
                   PERFORM BUILD-ORDER-ROW
                   MOVE WS-ORDER-LINE TO ORW-NEW-LINE
                   MOVE order_id TO ORW-TARGET-ID
                   MOVE "ORDER-RECV" TO WS-AUD-ACTION
                   PERFORM REWRITE-ORDER-FILE

                   DISPLAY "*------------------------------------*"
                   DISPLAY WS-RECV-QTY " cop(y/ies) posted to the "
                           "catalog (book id "
                           FUNCTION TRIM(WS-POSTED-BOOK-ID) ")."
                   IF order_status = 'C'
                       DISPLAY "Order " order_id " fully received "
                               "and closed."
                   END-IF
                   DISPLAY "*------------------------------------*"
               END-IF
           END-IF
           END-IF.

           GET-VALID-RECV-QTY.
      *    Loops until a numeric delivered quantity is entered;
      *    0 backs out of the receipt.
           MOVE 'N' TO WS-COUNT-VALID
           PERFORM UNTIL WS-COUNT-VALID = 'Y'
               DISPLAY "Quantity delivered (0 = cancel): "
               ACCEPT WS-RECV-QTY-INPUT
               IF FUNCTION TRIM(WS-RECV-QTY-INPUT) IS NUMERIC
                   MOVE WS-RECV-QTY-INPUT TO WS-RECV-QTY
                   MOVE 'Y' TO WS-COUNT-VALID
               ELSE
                   DISPLAY "Quantity must be numeric."
               END-IF
           END-PERFORM.

           GET-VALID-RECV-PRICE.
      *    Invoiced unit price for the copies just delivered into
      *    WS-RECV-PRICE; ENTER takes the price the order was
      *    raised at.
           MOVE 'N' TO WS-PRICE-VALID
           MOVE WS-ORDER-PRICE TO WS-BOOK-PRICE-ED
           PERFORM UNTIL WS-PRICE-VALID = 'Y'
               DISPLAY "Invoiced unit price (ENTER = "
                       WS-BOOK-PRICE-ED "): "
               MOVE SPACES TO WS-RECV-PRICE-INPUT
               ACCEPT WS-RECV-PRICE-INPUT
               IF WS-RECV-PRICE-INPUT = SPACES
                   MOVE WS-ORDER-PRICE TO WS-RECV-PRICE
                   MOVE 'Y' TO WS-PRICE-VALID
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-RECV-PRICE-INPUT) = 0
                       IF FUNCTION NUMVAL(WS-RECV-PRICE-INPUT) < 0
                           DISPLAY "Price must not be negative."
                       ELSE
                           COMPUTE WS-RECV-PRICE =
                               FUNCTION NUMVAL(WS-RECV-PRICE-INPUT)
                           MOVE 'Y' TO WS-PRICE-VALID
                       END-IF
                   ELSE
                       DISPLAY "Price must be numeric, e.g. 12.50."
                   END-IF
               END-IF
           END-PERFORM.

           POST-RECEIPT-TO-FUND.
      *    Moves the delivered copies from committed to spent on
      *    the order's fund: the commitment is released at the
      *    ordered price and the spend booked at the invoiced
      *    price. Orders raised before funds were kept carry no
      *    fund code and are left alone.
           IF order_fund = SPACES
               DISPLAY "Order " order_id " carries no fund code - "
                       "no fund posting."
           ELSE
               MOVE order_fund TO WS-LOOKUP-FUND-CODE
               MOVE order_fund_year TO WS-LOOKUP-FUND-YEAR
               PERFORM FIND-FUND-BY-KEY
               IF WS-FUND-FOUND = 'N'
                   DISPLAY "WARNING: fund " FUNCTION TRIM(order_fund)
                           " FY " order_fund_year " is not on "
                           "Funds.csv - spend NOT posted."
               ELSE
                   COMPUTE WS-RECV-RELEASE =
                       WS-RECV-QTY * WS-ORDER-PRICE
                   COMPUTE WS-RECV-COST = WS-RECV-QTY * WS-RECV-PRICE
                   IF WS-RECV-RELEASE > WS-FUND-COMMIT
                       MOVE WS-FUND-COMMIT TO WS-RECV-RELEASE
                   END-IF
                   SUBTRACT WS-RECV-RELEASE FROM WS-FUND-COMMIT
                   ADD WS-RECV-COST TO WS-FUND-SPENT
                   MOVE "FUND-SPEND" TO WS-AUD-ACTION
                   PERFORM SAVE-FUND-ROW
                   MOVE WS-RECV-COST TO WS-FUND-AMT-ED
                   DISPLAY "Spent " WS-FUND-AMT-ED " from fund "
                           FUNCTION TRIM(order_fund) " FY "
                           order_fund_year "."
               END-IF
           END-IF.

           POST-STOCK-TO-CATALOG.
      *    Posts WS-NEW-BOOK-NAME/-AUTHOR/-GENRE/-COUNT/-PRICE into
      *    Books.csv: an existing title gets its count bumped (the
      *    same resolution the Add New Book duplicate check offers
      *    the desk), a new title gets the next book id. Accession
      *    rows are registered either way, and the posted book id
      *    is left in WS-POSTED-BOOK-ID.
           PERFORM CHECK-DUPLICATE-BOOK
           IF WS-DUP-FOUND = 'Y'
               ADD WS-NEW-BOOK-COUNT TO WS-DUP-COUNT
               IF WS-NEW-BOOK-PRICE > 0
                   MOVE WS-NEW-BOOK-PRICE TO WS-DUP-PRICE
               END-IF
               MOVE WS-DUP-PRICE TO WS-BOOK-PRICE-ED
               MOVE SPACES TO RW-NEW-LINE
               STRING WS-DUP-ID DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-DUP-NAME)
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-DUP-AUTHOR)
                          DELIMITED BY SIZE ","
                      WS-DUP-COUNT DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-DUP-GENRE)
                          DELIMITED BY SIZE ","
                      WS-BOOK-PRICE-ED DELIMITED BY SIZE
                      INTO RW-NEW-LINE
               MOVE WS-DUP-ID TO RW-TARGET-ID
               MOVE 'U' TO RW-MODE
               MOVE "BOOK-UPD" TO WS-AUD-ACTION
               PERFORM REWRITE-BOOK-FILE
               MOVE WS-DUP-ID TO WS-POSTED-BOOK-ID
           ELSE
               ADD 1 TO last-book-id
               MOVE last-book-id TO book_id
               MOVE WS-NEW-BOOK-PRICE TO WS-BOOK-PRICE-ED
               MOVE SPACES TO ws-book-line
               STRING book_id DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-NEW-BOOK-NAME)
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-NEW-BOOK-AUTHOR)
                          DELIMITED BY SIZE ","
                      WS-NEW-BOOK-COUNT DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-NEW-BOOK-GENRE)
                          DELIMITED BY SIZE ","
                      WS-BOOK-PRICE-ED DELIMITED BY SIZE
                      INTO ws-book-line

               OPEN EXTEND BOOK-FILE
               IF BOOK-STATUS = '35'
                   OPEN OUTPUT BOOK-FILE
               END-IF
               MOVE ws-book-line TO BOOK-RECORD
               WRITE BOOK-RECORD
               CLOSE BOOK-FILE

               MOVE "BOOK-ADD" TO WS-AUD-ACTION
               MOVE book_id TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-BEFORE
               MOVE ws-book-line TO WS-AUD-AFTER
               MOVE "BOOKS" TO WS-AUD-FILE
               PERFORM WRITE-AUDIT-RECORD
               MOVE book_id TO WS-POSTED-BOOK-ID
           END-IF

           MOVE WS-POSTED-BOOK-ID TO copy_book_id
           MOVE WS-NEW-BOOK-COUNT TO WS-NEW-COPY-QTY
           PERFORM ADD-COPIES-FOR-BOOK.

           REWRITE-ORDER-FILE.
      *    Backs Orders.csv up and rewrites it through a scratch
      *    file, replacing the one row whose order_id matches
      *    ORW-TARGET-ID. Mirrors REWRITE-LOAN-FILE.
           MOVE 'N' TO ORW-EOF
           OPEN INPUT ORDER-FILE
           OPEN OUTPUT ORDER-BACKUP-FILE
           PERFORM UNTIL ORW-EOF = 'Y'
               READ ORDER-FILE INTO ORDER-RECORD
                   AT END MOVE 'Y' TO ORW-EOF
                   NOT AT END
                       WRITE ORDER-BACKUP-RECORD FROM ORDER-RECORD
               END-READ
           END-PERFORM
           CLOSE ORDER-FILE
           CLOSE ORDER-BACKUP-FILE

           MOVE 'N' TO ORW-EOF
           MOVE 'N' TO ORW-FOUND
           OPEN INPUT ORDER-FILE
           OPEN OUTPUT ORDER-SCRATCH-FILE
           PERFORM UNTIL ORW-EOF = 'Y'
               READ ORDER-FILE INTO ORDER-RECORD
                   AT END MOVE 'Y' TO ORW-EOF
                   NOT AT END
                       UNSTRING ORDER-RECORD DELIMITED BY ","
                           INTO ORW-CUR-ID
                       IF ORW-CUR-ID = ORW-TARGET-ID
                           MOVE 'Y' TO ORW-FOUND
                           MOVE ORDER-RECORD TO WS-AUD-BEFORE
                           MOVE ORW-NEW-LINE TO WS-AUD-AFTER
                           MOVE ORW-TARGET-ID TO WS-AUD-KEY
                           MOVE "ORDERS" TO WS-AUD-FILE
                           PERFORM WRITE-AUDIT-RECORD
                           WRITE ORDER-SCRATCH-RECORD
                               FROM ORW-NEW-LINE
                       ELSE
                           WRITE ORDER-SCRATCH-RECORD
                               FROM ORDER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDER-FILE
           CLOSE ORDER-SCRATCH-FILE

           MOVE "ORDERS" TO WS-TORN-TAG
           PERFORM SET-REWRITE-MARKER
           OPEN INPUT ORDER-SCRATCH-FILE
           OPEN OUTPUT ORDER-FILE
           MOVE 'N' TO ORW-EOF
           PERFORM UNTIL ORW-EOF = 'Y'
               READ ORDER-SCRATCH-FILE INTO ORDER-RECORD
                   AT END MOVE 'Y' TO ORW-EOF
                   NOT AT END WRITE ORDER-RECORD
               END-READ
           END-PERFORM
           CLOSE ORDER-SCRATCH-FILE
           CLOSE ORDER-FILE
           PERFORM CLEAR-REWRITE-MARKER.

           SET-FISCAL-YEAR.
      *    Fiscal year containing today into WS-FUND-FY, named for
      *    the calendar year it opens in. The year opens in July
      *    unless LIBRARY_FY_START names another month (1 runs the
      *    budget on the calendar year).
           MOVE SPACES TO WS-FY-START-ENV
           ACCEPT WS-FY-START-ENV FROM ENVIRONMENT "LIBRARY_FY_START"
               ON EXCEPTION MOVE SPACES TO WS-FY-START-ENV
           END-ACCEPT
           IF FUNCTION TRIM(WS-FY-START-ENV) IS NUMERIC
               IF FUNCTION NUMVAL(WS-FY-START-ENV) >= 1 AND
                  FUNCTION NUMVAL(WS-FY-START-ENV) <= 12
                   COMPUTE WS-FY-START-MONTH =
                       FUNCTION NUMVAL(WS-FY-START-ENV)
               END-IF
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-FUND-FY = WS-TODAY / 10000
           COMPUTE WS-FY-MONTH = (WS-TODAY - WS-FUND-FY * 10000) / 100
           IF WS-FY-MONTH < WS-FY-START-MONTH
               SUBTRACT 1 FROM WS-FUND-FY
           END-IF.

           PARSE-FUND-ROW.
      *    Splits FUND-RECORD into fund_detail and the numeric
      *    allocation, committed and spent amounts, and works out
      *    the free balance still available to commit.
           MOVE SPACES TO fund_detail
           MOVE 0 TO fund_year
           UNSTRING FUND-RECORD DELIMITED BY ","
               INTO fund_code, fund_year, fund_name, fund_alloc_x,
               fund_commit_x, fund_spent_x
           MOVE 0 TO WS-FUND-ALLOC
           MOVE 0 TO WS-FUND-COMMIT
           MOVE 0 TO WS-FUND-SPENT
           IF fund_alloc_x NOT = SPACES AND
              FUNCTION TEST-NUMVAL(fund_alloc_x) = 0
               COMPUTE WS-FUND-ALLOC = FUNCTION NUMVAL(fund_alloc_x)
           END-IF
           IF fund_commit_x NOT = SPACES AND
              FUNCTION TEST-NUMVAL(fund_commit_x) = 0
               COMPUTE WS-FUND-COMMIT =
                   FUNCTION NUMVAL(fund_commit_x)
           END-IF
           IF fund_spent_x NOT = SPACES AND
              FUNCTION TEST-NUMVAL(fund_spent_x) = 0
               COMPUTE WS-FUND-SPENT = FUNCTION NUMVAL(fund_spent_x)
           END-IF
           COMPUTE WS-FUND-FREE =
               WS-FUND-ALLOC - WS-FUND-COMMIT - WS-FUND-SPENT.

           BUILD-FUND-ROW.
      *    Strings fund_detail and the three amounts into one
      *    Funds.csv row in WS-FUND-LINE.
           MOVE WS-FUND-ALLOC TO WS-FUND-AMT-ED
           MOVE WS-FUND-AMT-ED TO fund_alloc_x
           MOVE WS-FUND-COMMIT TO WS-FUND-AMT-ED
           MOVE WS-FUND-AMT-ED TO fund_commit_x
           MOVE WS-FUND-SPENT TO WS-FUND-AMT-ED
           MOVE WS-FUND-AMT-ED TO fund_spent_x
           MOVE SPACES TO WS-FUND-LINE
           STRING FUNCTION TRIM(fund_code) DELIMITED BY SIZE ","
                  fund_year DELIMITED BY SIZE ","
                  FUNCTION TRIM(fund_name) DELIMITED BY SIZE ","
                  FUNCTION TRIM(fund_alloc_x) DELIMITED BY SIZE ","
                  FUNCTION TRIM(fund_commit_x) DELIMITED BY SIZE ","
                  FUNCTION TRIM(fund_spent_x) DELIMITED BY SIZE
                  INTO WS-FUND-LINE.

           FIND-FUND-BY-KEY.
      *    Loads fund_detail for WS-LOOKUP-FUND-CODE in fiscal
      *    year WS-LOOKUP-FUND-YEAR when found.
           MOVE 'N' TO WS-FUND-FOUND
           MOVE 'N' TO WS-FUND-EOF
           OPEN INPUT FUND-FILE
           IF FUND-STATUS = '00'
               PERFORM UNTIL WS-FUND-EOF = 'Y'
                   READ FUND-FILE INTO FUND-RECORD
                       AT END
                           MOVE 'Y' TO WS-FUND-EOF
                       NOT AT END
                           PERFORM PARSE-FUND-ROW
                           IF fund_code = WS-LOOKUP-FUND-CODE AND
                              fund_year = WS-LOOKUP-FUND-YEAR
                               MOVE 'Y' TO WS-FUND-FOUND
                               MOVE 'Y' TO WS-FUND-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUND-FILE
           END-IF.

           SAVE-FUND-ROW.
      *    Writes the amounts now in WS-FUND-ALLOC/-COMMIT/-SPENT
      *    back to the fund row in fund_detail, journalled under
      *    the action already in WS-AUD-ACTION.
           PERFORM BUILD-FUND-ROW
           MOVE WS-FUND-LINE TO FRW-NEW-LINE
           MOVE fund_code TO FRW-TARGET-CODE
           MOVE fund_year TO FRW-TARGET-YEAR
           PERFORM REWRITE-FUND-FILE.

           FUND-STATUS-REPORT.
      *    Allocation, committed, spent and free balance for every
      *    fund in one fiscal year, with totals - what the
      *    acquisitions librarian takes to the board. Batch runs
      *    (batch code 56) report the current fiscal year; the
      *    menu can name another year, or 0 for every year on
      *    file. Funds committed past their allocation are
      *    flagged OVER.
           MOVE "FUNDS-" TO WS-RPT-PREFIX
           MOVE "ACQUISITIONS FUND STATUS" TO WS-RPT-TITLE
           PERFORM OPEN-REPORT-FILE
           PERFORM SET-FISCAL-YEAR
           MOVE WS-FUND-FY TO WS-FUND-RPT-YEAR
           IF WS-BATCH-MODE = 'N'
               DISPLAY "Fiscal year (blank for " WS-FUND-FY
                       ", 0 for all years): "
               MOVE SPACES TO WS-FUND-YEAR-INPUT
               ACCEPT WS-FUND-YEAR-INPUT
               IF WS-FUND-YEAR-INPUT NOT = SPACES AND
                  FUNCTION TRIM(WS-FUND-YEAR-INPUT) IS NUMERIC
                   COMPUTE WS-FUND-RPT-YEAR =
                       FUNCTION NUMVAL(WS-FUND-YEAR-INPUT)
               END-IF
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           IF WS-FUND-RPT-YEAR = 0
               MOVE "FUNDS FOR ALL FISCAL YEARS" TO WS-RPT-LINE
           ELSE
               STRING "FUNDS FOR FISCAL YEAR " DELIMITED BY SIZE
                      WS-FUND-RPT-YEAR DELIMITED BY SIZE
                      INTO WS-RPT-LINE
           END-IF
           DISPLAY " "
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           DISPLAY HEADER-LINE
           DISPLAY FUND-HEADER
           DISPLAY HEADER-LINE
           WRITE REPORT-RECORD FROM FUND-HEADER
           WRITE REPORT-RECORD FROM HEADER-LINE

           MOVE 0 TO WS-FUND-ROWS
           MOVE 0 TO WS-FUND-TOT-ALLOC
           MOVE 0 TO WS-FUND-TOT-COMMIT
           MOVE 0 TO WS-FUND-TOT-SPENT
           MOVE 'N' TO WS-FUND-EOF
           OPEN INPUT FUND-FILE
           IF FUND-STATUS = '00'
               PERFORM UNTIL WS-FUND-EOF = 'Y'
                   READ FUND-FILE INTO FUND-RECORD
                       AT END
                           MOVE 'Y' TO WS-FUND-EOF
                       NOT AT END
                           PERFORM PARSE-FUND-ROW
                           IF WS-FUND-RPT-YEAR = 0 OR
                              fund_year = WS-FUND-RPT-YEAR
                               PERFORM FUND-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUND-FILE
           END-IF

           IF WS-FUND-ROWS = 0
               MOVE "NO FUNDS ON FILE FOR THIS FISCAL YEAR."
                   TO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           ELSE
               DISPLAY HEADER-LINE
               WRITE REPORT-RECORD FROM HEADER-LINE
               COMPUTE WS-FUND-TOT-FREE = WS-FUND-TOT-ALLOC
                   - WS-FUND-TOT-COMMIT - WS-FUND-TOT-SPENT
               MOVE "TOTAL" TO fd_code
               MOVE SPACES TO fd_year
               MOVE WS-FUND-ROWS TO WS-FUND-AMT-ED
               MOVE SPACES TO fd_name
               STRING WS-FUND-ROWS DELIMITED BY SIZE
                      " FUND(S)" DELIMITED BY SIZE
                      INTO fd_name
               MOVE WS-FUND-TOT-ALLOC TO fd_alloc
               MOVE WS-FUND-TOT-COMMIT TO fd_commit
               MOVE WS-FUND-TOT-SPENT TO fd_spent
               MOVE WS-FUND-TOT-FREE TO fd_free
               MOVE SPACES TO fd_note
               DISPLAY FUND-DETAIL-LINE
               WRITE REPORT-RECORD FROM FUND-DETAIL-LINE
           END-IF
           PERFORM CLOSE-REPORT-FILE.

           FUND-REPORT-LINE.
           ADD 1 TO WS-FUND-ROWS
           ADD WS-FUND-ALLOC TO WS-FUND-TOT-ALLOC
           ADD WS-FUND-COMMIT TO WS-FUND-TOT-COMMIT
           ADD WS-FUND-SPENT TO WS-FUND-TOT-SPENT
           MOVE fund_code TO fd_code
           MOVE fund_year TO fd_year
           MOVE fund_name TO fd_name
           MOVE WS-FUND-ALLOC TO fd_alloc
           MOVE WS-FUND-COMMIT TO fd_commit
           MOVE WS-FUND-SPENT TO fd_spent
           MOVE WS-FUND-FREE TO fd_free
           IF WS-FUND-FREE < 0
               MOVE "OVER" TO fd_note
           ELSE
               MOVE SPACES TO fd_note
           END-IF
           DISPLAY FUND-DETAIL-LINE
           WRITE REPORT-RECORD FROM FUND-DETAIL-LINE.

           FUND-MAINT-PARA.
      *    Supervisor maintenance of Funds.csv: open a fund for a
      *    fiscal year, or change its allocation when the board
      *    revises the budget. Committed and spent are only ever
      *    moved by raising and receiving orders.
           MOVE 1 TO WS-FUND-SUBCHOICE
           PERFORM UNTIL WS-FUND-SUBCHOICE = 3
               DISPLAY " "
               DISPLAY "FUND MAINTENANCE MENU"
               DISPLAY "1. Add Fund"
               DISPLAY "2. Change Fund Allocation"
               DISPLAY "3. Exit"
               DISPLAY "Enter your choice (1-3): "
               ACCEPT WS-FUND-SUBCHOICE

               EVALUATE WS-FUND-SUBCHOICE
                   WHEN 1 PERFORM ADD-FUND
                   WHEN 2 PERFORM CHANGE-FUND-ALLOCATION
                   WHEN 3 DISPLAY "Fund maintenance exits."
                   WHEN OTHER DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.

           GET-FUND-KEY.
      *    Fund code (upper-cased) and fiscal year for maintenance;
      *    a blank year takes the current fiscal year.
           PERFORM SET-FISCAL-YEAR
           DISPLAY "* Fund Code (up to 8): "
           MOVE SPACES TO WS-LOOKUP-FUND-CODE
           ACCEPT WS-LOOKUP-FUND-CODE
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-FUND-CODE)
               TO WS-LOOKUP-FUND-CODE
           DISPLAY "* Fiscal Year (blank for " WS-FUND-FY "): "
           MOVE SPACES TO WS-FUND-YEAR-INPUT
           ACCEPT WS-FUND-YEAR-INPUT
           IF WS-FUND-YEAR-INPUT NOT = SPACES AND
              FUNCTION TRIM(WS-FUND-YEAR-INPUT) IS NUMERIC
               COMPUTE WS-LOOKUP-FUND-YEAR =
                   FUNCTION NUMVAL(WS-FUND-YEAR-INPUT)
           ELSE
               MOVE WS-FUND-FY TO WS-LOOKUP-FUND-YEAR
           END-IF.

           GET-VALID-FUND-AMOUNT.
      *    Loops until a numeric, non-negative allocation lands in
      *    WS-FUND-ALLOC.
           MOVE 'N' TO WS-FUND-AMT-VALID
           PERFORM UNTIL WS-FUND-AMT-VALID = 'Y'
               DISPLAY "* Allocation (e.g. 15000.00): "
               MOVE SPACES TO WS-FUND-AMT-INPUT
               ACCEPT WS-FUND-AMT-INPUT
               IF FUNCTION TEST-NUMVAL(WS-FUND-AMT-INPUT) = 0
                   IF FUNCTION NUMVAL(WS-FUND-AMT-INPUT) < 0 OR
                      FUNCTION NUMVAL(WS-FUND-AMT-INPUT) > 9999999.99
                       DISPLAY "Allocation must be 0 to 9999999.99."
                   ELSE
                       COMPUTE WS-FUND-ALLOC =
                           FUNCTION NUMVAL(WS-FUND-AMT-INPUT)
                       MOVE 'Y' TO WS-FUND-AMT-VALID
                   END-IF
               ELSE
                   DISPLAY "Allocation must be numeric."
               END-IF
           END-PERFORM.

           ADD-FUND.
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "* New Fund                                    *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           PERFORM GET-FUND-KEY
           PERFORM FIND-FUND-BY-KEY
           IF WS-FUND-FOUND = 'Y'
               DISPLAY "Fund " FUNCTION TRIM(WS-LOOKUP-FUND-CODE)
                       " is already open for fiscal year "
                       WS-LOOKUP-FUND-YEAR "."
           ELSE
               MOVE SPACES TO fund_detail
               MOVE WS-LOOKUP-FUND-CODE TO fund_code
               MOVE WS-LOOKUP-FUND-YEAR TO fund_year
               DISPLAY "* Fund Name : "  ACCEPT fund_name
               PERFORM GET-VALID-FUND-AMOUNT
               MOVE 0 TO WS-FUND-COMMIT
               MOVE 0 TO WS-FUND-SPENT
               MOVE 0 TO WS-FUND-BAD-CHARS
               INSPECT fund_code TALLYING WS-FUND-BAD-CHARS
                   FOR ALL "," ALL "|"
               INSPECT fund_name TALLYING WS-FUND-BAD-CHARS
                   FOR ALL "," ALL "|"
               IF fund_code = SPACES OR WS-FUND-BAD-CHARS > 0
                   DISPLAY "Fund code is required and code and name "
                           "may not contain ',' or '|'."
               ELSE
                   PERFORM BUILD-FUND-ROW
                   OPEN EXTEND FUND-FILE
                   IF FUND-STATUS = '35'
                       OPEN OUTPUT FUND-FILE
                   END-IF
                   MOVE WS-FUND-LINE TO FUND-RECORD
                   WRITE FUND-RECORD
                   CLOSE FUND-FILE

                   MOVE "FUND-ADD" TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-KEY
                   STRING FUNCTION TRIM(fund_code) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          fund_year DELIMITED BY SIZE
                          INTO WS-AUD-KEY
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE WS-FUND-LINE TO WS-AUD-AFTER
                   MOVE "FUNDS" TO WS-AUD-FILE
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY "Fund " FUNCTION TRIM(fund_code)
                           " opened for fiscal year " fund_year "."
               END-IF
           END-IF.

           CHANGE-FUND-ALLOCATION.
           PERFORM GET-FUND-KEY
           PERFORM FIND-FUND-BY-KEY
           IF WS-FUND-FOUND = 'N'
               DISPLAY "Fund not on file for that fiscal year."
           ELSE
               MOVE WS-FUND-ALLOC TO WS-FUND-AMT-ED
               DISPLAY "Fund        : " FUNCTION TRIM(fund_name)
               DISPLAY "Allocation  : " WS-FUND-AMT-ED
               MOVE WS-FUND-COMMIT TO WS-FUND-AMT-ED
               DISPLAY "Committed   : " WS-FUND-AMT-ED
               MOVE WS-FUND-SPENT TO WS-FUND-AMT-ED
               DISPLAY "Spent       : " WS-FUND-AMT-ED
               PERFORM GET-VALID-FUND-AMOUNT
               IF WS-FUND-ALLOC < WS-FUND-COMMIT + WS-FUND-SPENT
                   DISPLAY "WARNING: the new allocation is below "
                           "what is already committed and spent."
               END-IF
               MOVE "FUND-ALLOC" TO WS-AUD-ACTION
               PERFORM SAVE-FUND-ROW
               DISPLAY "Allocation updated."
           END-IF.

           REWRITE-FUND-FILE.
      *    Backs Funds.csv up and rewrites it through a scratch
      *    file, replacing the one row whose fund code and fiscal
      *    year match FRW-TARGET-CODE/-YEAR. Mirrors
      *    REWRITE-ORDER-FILE.
           MOVE 'N' TO FRW-EOF
           OPEN INPUT FUND-FILE
           OPEN OUTPUT FUND-BACKUP-FILE
           PERFORM UNTIL FRW-EOF = 'Y'
               READ FUND-FILE INTO FUND-RECORD
                   AT END MOVE 'Y' TO FRW-EOF
                   NOT AT END
                       WRITE FUND-BACKUP-RECORD FROM FUND-RECORD
               END-READ
           END-PERFORM
           CLOSE FUND-FILE
           CLOSE FUND-BACKUP-FILE

           MOVE 'N' TO FRW-EOF
           MOVE 'N' TO FRW-FOUND
           OPEN INPUT FUND-FILE
           OPEN OUTPUT FUND-SCRATCH-FILE
           PERFORM UNTIL FRW-EOF = 'Y'
               READ FUND-FILE INTO FUND-RECORD
                   AT END MOVE 'Y' TO FRW-EOF
                   NOT AT END
                       MOVE SPACES TO FRW-CUR-CODE
                       MOVE 0 TO FRW-CUR-YEAR
                       UNSTRING FUND-RECORD DELIMITED BY ","
                           INTO FRW-CUR-CODE, FRW-CUR-YEAR
                       IF FRW-CUR-CODE = FRW-TARGET-CODE AND
                          FRW-CUR-YEAR = FRW-TARGET-YEAR
                           MOVE 'Y' TO FRW-FOUND
                           MOVE FUND-RECORD TO WS-AUD-BEFORE
                           MOVE FRW-NEW-LINE TO WS-AUD-AFTER
                           MOVE SPACES TO WS-AUD-KEY
                           STRING FUNCTION TRIM(FRW-TARGET-CODE)
                                      DELIMITED BY SIZE
                                  "/" DELIMITED BY SIZE
                                  FRW-TARGET-YEAR DELIMITED BY SIZE
                                  INTO WS-AUD-KEY
                           MOVE "FUNDS" TO WS-AUD-FILE
                           PERFORM WRITE-AUDIT-RECORD
                           WRITE FUND-SCRATCH-RECORD
                               FROM FRW-NEW-LINE
                       ELSE
                           WRITE FUND-SCRATCH-RECORD
                               FROM FUND-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUND-FILE
           CLOSE FUND-SCRATCH-FILE

           MOVE "FUNDS" TO WS-TORN-TAG
           PERFORM SET-REWRITE-MARKER
           OPEN INPUT FUND-SCRATCH-FILE
           OPEN OUTPUT FUND-FILE
           MOVE 'N' TO FRW-EOF
           PERFORM UNTIL FRW-EOF = 'Y'
               READ FUND-SCRATCH-FILE INTO FUND-RECORD
                   AT END MOVE 'Y' TO FRW-EOF
                   NOT AT END WRITE FUND-RECORD
               END-READ
           END-PERFORM
           CLOSE FUND-SCRATCH-FILE
           CLOSE FUND-FILE
           PERFORM CLEAR-REWRITE-MARKER.

           BULK-VENDOR-LOAD.
      *    Batch load of a vendor-supplied CSV of titles
      *    (name,author,count,genre,price). Every row gets the
      *    same duplicate and count validation Add New Book
      *    applies interactively; clean rows post through
      *    POST-STOCK-TO-CATALOG with assigned ids, bad rows go
      *    to VendorRejects.csv with a reason code so only the
      *    fixed rows need resubmitting. Runs without a single
      *    prompt (batch code 49).
           MOVE 0 TO WS-LOAD-READ
           MOVE 0 TO WS-LOAD-POSTED
           MOVE 0 TO WS-LOAD-REJECTED

           OPEN INPUT VENDOR-LOAD-FILE
           IF VENDOR-LOAD-STATUS NOT = '00'
               DISPLAY "No VendorBooks.csv to load ("
                       VENDOR-LOAD-STATUS ")."
           ELSE
               OPEN OUTPUT REJECT-FILE
               MOVE 'N' TO WS-LOAD-EOF
               PERFORM UNTIL WS-LOAD-EOF = 'Y'
                   READ VENDOR-LOAD-FILE INTO VENDOR-LOAD-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAD-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-VENDOR-ROW
                   END-READ
               END-PERFORM
               CLOSE VENDOR-LOAD-FILE
               CLOSE REJECT-FILE

               DISPLAY "Bulk load complete: " WS-LOAD-READ
                       " row(s) read, " WS-LOAD-POSTED
                       " posted, " WS-LOAD-REJECTED
                       " rejected to VendorRejects.csv."
           END-IF.

           LOAD-ONE-VENDOR-ROW.
      *    Validates the vendor row in VENDOR-LOAD-RECORD with the
      *    Add New Book rules (title and author present, count
      *    numeric and non-zero, price numeric when given) and
      *    posts or rejects it.
           IF VENDOR-LOAD-RECORD = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-LOAD-READ
               MOVE SPACES TO vb_name
               MOVE SPACES TO vb_author
               MOVE SPACES TO vb_count_x
               MOVE SPACES TO vb_genre
               MOVE SPACES TO vb_price_x
               UNSTRING VENDOR-LOAD-RECORD DELIMITED BY ","
                   INTO vb_name, vb_author, vb_count_x,
                   vb_genre, vb_price_x
               MOVE SPACES TO WS-REJ-REASON
               EVALUATE TRUE
                   WHEN vb_name = SPACES
                       MOVE "NAME-MISSING" TO WS-REJ-REASON
                   WHEN vb_author = SPACES
                       MOVE "AUTHOR-MISSING" TO WS-REJ-REASON
                   WHEN FUNCTION TRIM(vb_count_x) IS NOT NUMERIC
                       MOVE "COUNT-INVALID" TO WS-REJ-REASON
                   WHEN FUNCTION NUMVAL(vb_count_x) = 0
                       MOVE "COUNT-ZERO" TO WS-REJ-REASON
                   *> the catalog count is PIC 9(3); anything
                   *> bigger would truncate to zero on the MOVE
                   *> and post a title with no copies
                   WHEN FUNCTION NUMVAL(vb_count_x) > 999
                       MOVE "COUNT-TOO-BIG" TO WS-REJ-REASON
                   WHEN vb_price_x NOT = SPACES AND
                        FUNCTION TEST-NUMVAL(vb_price_x) NOT = 0
                       MOVE "PRICE-INVALID" TO WS-REJ-REASON
                   WHEN OTHER CONTINUE
               END-EVALUATE

               IF WS-REJ-REASON NOT = SPACES
                   PERFORM REJECT-VENDOR-ROW
               ELSE
                   MOVE vb_name TO WS-NEW-BOOK-NAME
                   MOVE vb_author TO WS-NEW-BOOK-AUTHOR
                   MOVE vb_genre TO WS-NEW-BOOK-GENRE
                   COMPUTE WS-NEW-BOOK-COUNT =
                       FUNCTION NUMVAL(vb_count_x)
                   IF vb_price_x = SPACES
                       MOVE 0 TO WS-NEW-BOOK-PRICE
                   ELSE
                       COMPUTE WS-NEW-BOOK-PRICE =
                           FUNCTION NUMVAL(vb_price_x)
                   END-IF
                   PERFORM POST-STOCK-TO-CATALOG
                   ADD 1 TO WS-LOAD-POSTED
               END-IF
           END-IF.

           REJECT-VENDOR-ROW.
           ADD 1 TO WS-LOAD-REJECTED
           MOVE SPACES TO WS-REJ-LINE
           STRING FUNCTION TRIM(WS-REJ-REASON) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(VENDOR-LOAD-RECORD)
                      DELIMITED BY SIZE
                  INTO WS-REJ-LINE
           WRITE REJECT-RECORD FROM WS-REJ-LINE.

           OFFLINE-CIRC-UPLOAD.
      *    Posts the offline circulation file (batch code 52) -
      *    OfflineCirc.csv rows of member,accession,action,
      *    YYYYMMDD,HHMMSS[,branch] where action O is a checkout
      *    and I or R a return; a row with no branch was taken at
      *    this desk's branch. The whole file is loaded first and posted
      *    earliest first, so a copy returned and lent again
      *    during the outage has its return posted before the
      *    second checkout. Each row goes through the desk's own
      *    member, copy, due-date and fine rules under its real
      *    date; anything that cannot post is written to
      *    OfflineRejects.csv with a reason code and listed on
      *    the OFFLINE-YYYYMMDD.RPT summary for follow-up.
           MOVE 0 TO WS-OFL-COUNT
           MOVE 0 TO WS-OFL-READ
           MOVE 0 TO WS-OFL-POSTED
           MOVE 0 TO WS-OFL-REJECTED
           MOVE 0 TO WS-OFL-OUTS
           MOVE 0 TO WS-OFL-RETURNS

           OPEN INPUT OFFLINE-FILE
           IF OFFLINE-STATUS NOT = '00'
               DISPLAY "No OfflineCirc.csv to upload ("
                       OFFLINE-STATUS ")."
           ELSE
               MOVE "OFFLINE-" TO WS-RPT-PREFIX
               MOVE "OFFLINE CIRCULATION UPLOAD" TO WS-RPT-TITLE
               PERFORM OPEN-REPORT-FILE
               *> WS-TODAY is reused as each transaction's date
               *> once posting starts
               MOVE WS-TODAY TO WS-OFL-RUN-DATE
               DISPLAY " "
               DISPLAY HEADER-LINE
               DISPLAY OFFLINE-HEADER
               DISPLAY HEADER-LINE
               WRITE REPORT-RECORD FROM OFFLINE-HEADER
               WRITE REPORT-RECORD FROM HEADER-LINE
               OPEN OUTPUT OFFLINE-REJECT-FILE

               MOVE 'N' TO WS-OFL-EOF
               PERFORM UNTIL WS-OFL-EOF = 'Y'
                   READ OFFLINE-FILE INTO OFFLINE-RECORD
                       AT END
                           MOVE 'Y' TO WS-OFL-EOF
                       NOT AT END
                           PERFORM OFFLINE-LOAD-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE OFFLINE-FILE

               MOVE 0 TO WS-OFL-DONE-CNT
               PERFORM UNTIL WS-OFL-DONE-CNT >= WS-OFL-COUNT
                   PERFORM OFFLINE-PICK-NEXT
                   MOVE 'Y' TO OT-DONE(WS-OFL-NEXT)
                   ADD 1 TO WS-OFL-DONE-CNT
                   PERFORM OFFLINE-POST-ONE
               END-PERFORM
               CLOSE OFFLINE-REJECT-FILE

               DISPLAY HEADER-LINE
               WRITE REPORT-RECORD FROM HEADER-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "ROWS READ: " DELIMITED BY SIZE
                      WS-OFL-READ DELIMITED BY SIZE
                      "   CHECKOUTS POSTED: " DELIMITED BY SIZE
                      WS-OFL-OUTS DELIMITED BY SIZE
                      "   RETURNS POSTED: " DELIMITED BY SIZE
                      WS-OFL-RETURNS DELIMITED BY SIZE
                      "   REJECTED: " DELIMITED BY SIZE
                      WS-OFL-REJECTED DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               IF WS-OFL-REJECTED > 0
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "REJECTED ROWS ARE IN OfflineRejects.csv"
                              DELIMITED BY SIZE
                          " - CORRECT AND RESUBMIT ONLY THOSE ROWS."
                              DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   DISPLAY WS-RPT-LINE
                   WRITE REPORT-RECORD FROM WS-RPT-LINE
               END-IF
               PERFORM CLOSE-REPORT-FILE
           END-IF.

           OFFLINE-LOAD-ONE-ROW.
      *    Tables one offline row with its date/time sort stamp.
      *    Past WS-OFL-MAX rows the rest are rejected unposted so
      *    they can be resubmitted as a second file.
           IF OFFLINE-RECORD = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-OFL-READ
               MOVE OFFLINE-RECORD TO WS-OFL-ROW
               PERFORM OFFLINE-SPLIT-ROW
               IF WS-OFL-COUNT >= WS-OFL-MAX
                   MOVE "TOO-MANY-ROWS" TO WS-OFL-REASON
                   PERFORM OFFLINE-REJECT
               ELSE
                   ADD 1 TO WS-OFL-COUNT
                   MOVE WS-OFL-ROW TO OT-ROW(WS-OFL-COUNT)
                   MOVE 'N' TO OT-DONE(WS-OFL-COUNT)
                   MOVE SPACES TO OT-STAMP(WS-OFL-COUNT)
                   STRING FUNCTION TRIM(ofl_date_x)
                              DELIMITED BY SIZE
                          FUNCTION TRIM(ofl_time_x)
                              DELIMITED BY SIZE
                          INTO OT-STAMP(WS-OFL-COUNT)
               END-IF
           END-IF.

           OFFLINE-SPLIT-ROW.
           MOVE SPACES TO ofl_member_x
           MOVE SPACES TO ofl_accession_x
           MOVE SPACES TO ofl_action_x
           MOVE SPACES TO ofl_date_x
           MOVE SPACES TO ofl_time_x
           MOVE SPACES TO ofl_branch_x
           UNSTRING WS-OFL-ROW DELIMITED BY ","
               INTO ofl_member_x, ofl_accession_x, ofl_action_x,
               ofl_date_x, ofl_time_x, ofl_branch_x.

           OFFLINE-PICK-NEXT.
      *    Straight selection of the earliest unposted row. Ties
      *    keep file order, so two rows stamped the same second
      *    post in the order the desk keyed them.
           MOVE 0 TO WS-OFL-NEXT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OFL-COUNT
               IF OT-DONE(I) = 'N'
                   IF WS-OFL-NEXT = 0
                       MOVE I TO WS-OFL-NEXT
                   ELSE
                       IF OT-STAMP(I) < OT-STAMP(WS-OFL-NEXT)
                           MOVE I TO WS-OFL-NEXT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           OFFLINE-POST-ONE.
      *    Edits one tabled row and hands it to the checkout or
      *    return posting; whatever reason comes back rejects it.
           MOVE OT-ROW(WS-OFL-NEXT) TO WS-OFL-ROW
           PERFORM OFFLINE-SPLIT-ROW
           MOVE SPACES TO WS-OFL-REASON
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ofl_action_x))
               TO ofl_action
           EVALUATE TRUE
               WHEN ofl_action NOT = 'O' AND ofl_action NOT = 'I'
                    AND ofl_action NOT = 'R'
                   MOVE "BAD-ACTION" TO WS-OFL-REASON
               WHEN FUNCTION TRIM(ofl_accession_x) IS NOT NUMERIC
                   MOVE "BAD-ACCESSION" TO WS-OFL-REASON
               WHEN FUNCTION NUMVAL(ofl_accession_x) = 0
                   MOVE "BAD-ACCESSION" TO WS-OFL-REASON
               *> a checkout must name the borrower; a return
               *> may leave the member blank
               WHEN ofl_action = 'O' AND ofl_member_x = SPACES
                   MOVE "BAD-MEMBER-ID" TO WS-OFL-REASON
               WHEN ofl_member_x NOT = SPACES AND
                    FUNCTION TRIM(ofl_member_x) IS NOT NUMERIC
                   MOVE "BAD-MEMBER-ID" TO WS-OFL-REASON
               WHEN FUNCTION TRIM(ofl_date_x) IS NOT NUMERIC
                   MOVE "BAD-DATE" TO WS-OFL-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(ofl_date_x)) NOT = 0
                   MOVE "BAD-DATE" TO WS-OFL-REASON
               WHEN FUNCTION NUMVAL(ofl_date_x) > WS-OFL-RUN-DATE
                   MOVE "FUTURE-DATE" TO WS-OFL-REASON
               WHEN ofl_time_x NOT = SPACES AND
                    FUNCTION TRIM(ofl_time_x) IS NOT NUMERIC
                   MOVE "BAD-TIME" TO WS-OFL-REASON
               WHEN OTHER CONTINUE
           END-EVALUATE

           MOVE WS-DESK-BRANCH TO WS-CIRC-BRANCH
           IF WS-OFL-REASON = SPACES AND ofl_branch_x NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ofl_branch_x))
                   TO WS-BR-LOOKUP
               PERFORM FIND-BRANCH
               IF WS-BR-FOUND = 'N'
                   MOVE "BAD-BRANCH" TO WS-OFL-REASON
               ELSE
                   MOVE WS-BR-LOOKUP TO WS-CIRC-BRANCH
               END-IF
           END-IF

           IF WS-OFL-REASON = SPACES
               COMPUTE ofl_date = FUNCTION NUMVAL(ofl_date_x)
               COMPUTE WS-CHK-ACCESSION =
                   FUNCTION NUMVAL(ofl_accession_x)
               IF ofl_action = 'O'
                   PERFORM OFFLINE-CHECKOUT
               ELSE
                   PERFORM OFFLINE-RETURN
               END-IF
           END-IF
           MOVE WS-DESK-BRANCH TO WS-CIRC-BRANCH

           IF WS-OFL-REASON = SPACES
               ADD 1 TO WS-OFL-POSTED
               MOVE "POSTED" TO ol_result
               MOVE loan_id TO ol_loan_id
               PERFORM OFFLINE-REPORT-LINE
           ELSE
               PERFORM OFFLINE-REJECT
           END-IF.

           OFFLINE-CHECKOUT.
      *    The desk's checkout checks in the desk's order: the copy
      *    must be on the shelf, then CHECK-MEMBER-FOR-CHECKOUT
      *    passes the member, then POST-CHECKOUT lends it under
      *    the offline date.
           COMPUTE WS-CHK-MEMBER-ID = FUNCTION NUMVAL(ofl_member_x)
           PERFORM FIND-COPY-BY-ACCESSION
           IF WS-COPY-FOUND = 'N'
               MOVE "UNKNOWN-ACC" TO WS-OFL-REASON
           ELSE
           IF copy_status = 'O'
               MOVE "COPY-ALREADY-OUT" TO WS-OFL-REASON
           ELSE
           IF copy_status NOT = 'S'
               MOVE "COPY-UNAVAILABLE" TO WS-OFL-REASON
           ELSE
           IF copy_current NOT = WS-CIRC-BRANCH
               MOVE "WRONG-BRANCH" TO WS-OFL-REASON
           ELSE
               MOVE ofl_date TO WS-CHK-AS-OF
               PERFORM CHECK-MEMBER-FOR-CHECKOUT
               IF WS-CHK-MEMBER-OK = 'N'
                   EVALUATE TRUE
                       WHEN WS-MEM-FOUND = 'N'
                           MOVE "UNKNOWN-MEMBER" TO WS-OFL-REASON
                       WHEN WS-CHK-MEMBER-EXPIRED = 'Y'
                           MOVE "EXPIRED-MEMBER" TO WS-OFL-REASON
                       WHEN WS-CHK-MEMBER-FLAG = 'N'
                           MOVE "INACTIVE-MEMBER" TO WS-OFL-REASON
                       WHEN OTHER
                           MOVE "LOAN-LIMIT" TO WS-OFL-REASON
                   END-EVALUATE
               ELSE
                   COMPUTE WS-LOOKUP-BOOK-ID =
                       FUNCTION NUMVAL(copy_book_id)
                   PERFORM FIND-BOOK-BY-ID
                   IF WS-FOUND = 'N'
                       MOVE "UNKNOWN-BOOK" TO WS-OFL-REASON
                   ELSE
                   IF book_count = 0
                       MOVE "NO-SHELF-COUNT" TO WS-OFL-REASON
                   ELSE
                       MOVE ofl_date TO WS-TODAY
                       PERFORM POST-CHECKOUT
                       ADD 1 TO WS-OFL-OUTS
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           OFFLINE-RETURN.
      *    Finds the open loan on the returned copy and closes it
      *    through POST-RETURN as of the offline date, so any fine
      *    runs to the day the book really came back. Offline
      *    returns carry no condition and are taken as good.
           PERFORM FIND-OPEN-LOAN-BY-ACCESSION
           IF WS-LOAN-FOUND = 'N'
               PERFORM FIND-COPY-BY-ACCESSION
               IF WS-COPY-FOUND = 'N'
                   MOVE "UNKNOWN-ACC" TO WS-OFL-REASON
               ELSE
                   MOVE "NO-OPEN-LOAN" TO WS-OFL-REASON
               END-IF
           ELSE
           IF ofl_member_x NOT = SPACES AND
              FUNCTION NUMVAL(ofl_member_x) NOT = loan_member_id
               MOVE "MEMBER-MISMATCH" TO WS-OFL-REASON
           ELSE
           IF ofl_date < loan_date
               MOVE "BEFORE-LOAN-DATE" TO WS-OFL-REASON
           ELSE
               MOVE ofl_date TO WS-TODAY
               MOVE 1 TO WS-RET-CONDITION
               MOVE loan_member_id TO WS-RET-MEMBER-ID
               COMPUTE WS-LOOKUP-BOOK-ID =
                   FUNCTION NUMVAL(loan_book_id)
               PERFORM POST-RETURN
               ADD 1 TO WS-OFL-RETURNS
           END-IF
           END-IF
           END-IF.

           FIND-OPEN-LOAN-BY-ACCESSION.
      *    As FIND-OPEN-LOAN, but keyed on the copy in
      *    WS-CHK-ACCESSION - all an offline return slip records.
           MOVE 'N' TO WS-LOAN-FOUND
           MOVE 'N' TO WS-LOAN-EOF
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS = '00'
               PERFORM UNTIL WS-LOAN-EOF = 'Y'
                   READ LOAN-FILE INTO LOAN-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAN-EOF
                       NOT AT END
                           MOVE 0 TO loan_renewals
                           MOVE 0 TO loan_accession
                           MOVE SPACES TO loan_branch
                           MOVE SPACES TO loan_ret_branch
                           UNSTRING LOAN-RECORD DELIMITED BY ","
                               INTO loan_id, loan_member_id,
                               loan_book_id, loan_date, loan_due_date,
                               loan_return_date, loan_status,
                               loan_renewals, loan_accession,
                               loan_branch, loan_ret_branch
                           IF loan_status = 'O' AND
                              loan_accession = WS-CHK-ACCESSION
                               MOVE 'Y' TO WS-LOAN-FOUND
                               MOVE 'Y' TO WS-LOAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOAN-FILE.

           OFFLINE-REJECT.
           ADD 1 TO WS-OFL-REJECTED
           MOVE SPACES TO WS-OFL-REJ-LINE
           STRING FUNCTION TRIM(WS-OFL-REASON) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OFL-ROW) DELIMITED BY SIZE
                  INTO WS-OFL-REJ-LINE
           WRITE OFFLINE-REJECT-RECORD FROM WS-OFL-REJ-LINE
           MOVE WS-OFL-REASON TO ol_result
           MOVE SPACES TO ol_loan_id
           PERFORM OFFLINE-REPORT-LINE.

           OFFLINE-REPORT-LINE.
           MOVE ofl_date_x TO ol_date
           MOVE ofl_time_x TO ol_time
           MOVE ofl_member_x TO ol_member
           MOVE ofl_accession_x TO ol_accession
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(ofl_action_x))
               WHEN "O" MOVE "CHECKOUT" TO ol_action
               WHEN "I" MOVE "RETURN" TO ol_action
               WHEN "R" MOVE "RETURN" TO ol_action
               WHEN OTHER MOVE ofl_action_x TO ol_action
           END-EVALUATE
           DISPLAY OFFLINE-DETAIL-LINE
           WRITE REPORT-RECORD FROM OFFLINE-DETAIL-LINE.

       ILL-PARA.
           MOVE 1 TO WS-ILL-SUBCHOICE
           PERFORM UNTIL WS-ILL-SUBCHOICE = 6
               DISPLAY " "
               DISPLAY "INTERLIBRARY LOAN MENU"
               DISPLAY "1. New ILL Request"
               DISPLAY "2. List ILL Requests"
               DISPLAY "3. Receive Item From Partner"
               DISPLAY "4. Check Out ILL Item to Member"
               DISPLAY "5. Return Item to Partner"
               DISPLAY "6. Exit"
               DISPLAY "Enter your choice (1-6): "
               ACCEPT WS-ILL-SUBCHOICE

               EVALUATE TRUE
                   WHEN WS-ILL-SUBCHOICE = 2
                       PERFORM LIST-ILL-REQUESTS
                   WHEN WS-ILL-SUBCHOICE = 6
                       DISPLAY "Interlibrary loans exits."
                   WHEN WS-ILL-SUBCHOICE >= 1 AND
                        WS-ILL-SUBCHOICE <= 5 AND
                        WS-READONLY = 'Y'
                       PERFORM REFUSE-UPDATE
                   WHEN WS-ILL-SUBCHOICE = 1
                       PERFORM NEW-ILL-REQUEST
                   WHEN WS-ILL-SUBCHOICE = 3
                       PERFORM RECEIVE-ILL-ITEM
                   WHEN WS-ILL-SUBCHOICE = 4
                       PERFORM CHECKOUT-ILL-ITEM
                   WHEN WS-ILL-SUBCHOICE = 5
                       PERFORM RETURN-ILL-TO-PARTNER
                   WHEN OTHER DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.

           NEW-ILL-REQUEST.
      *    Captures the request the moment SEARCH-BOOKS comes up
      *    empty and the member still wants the title.
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "*         New Interlibrary Loan Request      *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "Enter Member ID : "
           ACCEPT WS-LOOKUP-MEMBER-ID
           PERFORM FIND-MEMBER-BY-ID
           IF WS-MEM-FOUND = 'N'
               DISPLAY "Member ID not on file - request refused."
           ELSE
               MOVE WS-LOOKUP-MEMBER-ID TO ill_member_id
               DISPLAY "Enter Book Title     : " ACCEPT ill_title
               DISPLAY "Enter Author         : " ACCEPT ill_author
               DISPLAY "Enter Partner Library: " ACCEPT ill_partner
               DISPLAY "Enter 1 to Save, 0 to Cancel: "
               ACCEPT WS-CONFIRM-CHOICE
               IF WS-CONFIRM-CHOICE = 1
                   PERFORM GET-LAST-ILL-ID
                   ADD 1 TO WS-LAST-ILL-ID
                   MOVE WS-LAST-ILL-ID TO ill_id
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   MOVE WS-TODAY TO ill_request_date
                   MOVE 'R' TO ill_status
                   PERFORM BUILD-ILL-ROW

                   OPEN EXTEND ILL-FILE
                   IF ILL-STATUS = '35'
                       OPEN OUTPUT ILL-FILE
                   END-IF
                   MOVE WS-ILL-LINE TO ILL-RECORD
                   WRITE ILL-RECORD
                   CLOSE ILL-FILE

                   MOVE "ILL-ADD" TO WS-AUD-ACTION
                   MOVE ill_id TO WS-AUD-KEY
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE WS-ILL-LINE TO WS-AUD-AFTER
                   MOVE "ILL" TO WS-AUD-FILE
                   PERFORM WRITE-AUDIT-RECORD

                   DISPLAY "*------------------------------------*"
                   DISPLAY "ILL request raised."
                   DISPLAY "ILL ID : " ill_id
                   DISPLAY "*------------------------------------*"
               ELSE
                   DISPLAY "ILL request cancelled."
               END-IF
           END-IF.

           BUILD-ILL-ROW.
      *    Strings the ill_detail fields into one IllRequests.csv
      *    row in WS-ILL-LINE.
           MOVE SPACES TO WS-ILL-LINE
           STRING ill_id DELIMITED BY SIZE ","
                  ill_member_id DELIMITED BY SIZE ","
                  FUNCTION TRIM(ill_title) DELIMITED BY SIZE ","
                  FUNCTION TRIM(ill_author) DELIMITED BY SIZE ","
                  FUNCTION TRIM(ill_partner) DELIMITED BY SIZE ","
                  ill_request_date DELIMITED BY SIZE ","
                  ill_status DELIMITED BY SIZE
                  INTO WS-ILL-LINE.

           GET-LAST-ILL-ID.
           MOVE 0 TO WS-LAST-ILL-ID
           MOVE 'N' TO WS-ILL-EOF
           OPEN INPUT ILL-FILE
           IF ILL-STATUS = '00'
               PERFORM UNTIL WS-ILL-EOF = 'Y'
                   READ ILL-FILE INTO ILL-RECORD
                       AT END
                           MOVE 'Y' TO WS-ILL-EOF
                       NOT AT END
                           UNSTRING ILL-RECORD DELIMITED BY ","
                               INTO ill_id
                           IF ill_id > WS-LAST-ILL-ID
                               MOVE ill_id TO WS-LAST-ILL-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ILL-FILE
           END-IF.

           SET-ILL-STATUS-NAME.
           EVALUATE ill_status
               WHEN 'R' MOVE "REQUESTED"  TO WS-ILL-STATUS-OUT
               WHEN 'V' MOVE "RECEIVED"   TO WS-ILL-STATUS-OUT
               WHEN 'O' MOVE "ON LOAN"    TO WS-ILL-STATUS-OUT
               WHEN 'T' MOVE "RETURNED"   TO WS-ILL-STATUS-OUT
               WHEN OTHER MOVE "UNKNOWN"    TO WS-ILL-STATUS-OUT
           END-EVALUATE.

           LIST-ILL-REQUESTS.
           MOVE 'N' TO WS-ILL-LISTED
           MOVE 'N' TO WS-ILL-EOF
           OPEN INPUT ILL-FILE
           IF ILL-STATUS = '00'
               PERFORM UNTIL WS-ILL-EOF = 'Y'
                   READ ILL-FILE INTO ILL-RECORD
                       AT END
                           MOVE 'Y' TO WS-ILL-EOF
                       NOT AT END
                           PERFORM PARSE-ILL-ROW
                           IF WS-ILL-LISTED = 'N'
                               DISPLAY " "
                               DISPLAY "INTERLIBRARY LOAN REQUESTS"
                               DISPLAY HEADER-LINE
                               DISPLAY ILL-HEADER
                               DISPLAY HEADER-LINE
                               MOVE 'Y' TO WS-ILL-LISTED
                           END-IF
                           PERFORM SET-ILL-STATUS-NAME
                           MOVE ill_id TO il_ill_id
                           MOVE ill_member_id TO il_member_id
                           MOVE ill_title TO il_title
                           MOVE ill_partner TO il_partner
                           MOVE WS-ILL-STATUS-OUT TO il_status
                           DISPLAY ILL-DETAIL-LINE
                   END-READ
               END-PERFORM
               IF WS-ILL-LISTED = 'Y'
                   DISPLAY HEADER-LINE
               END-IF
               CLOSE ILL-FILE
           END-IF
           IF WS-ILL-LISTED = 'N'
               DISPLAY "No ILL requests on file."
           END-IF.

           PARSE-ILL-ROW.
           UNSTRING ILL-RECORD DELIMITED BY ","
               INTO ill_id, ill_member_id, ill_title,
               ill_author, ill_partner, ill_request_date,
               ill_status.

           FIND-ILL-BY-ID.
      *    Loads ill_detail for WS-ILL-REQ-ID when found.
           MOVE 'N' TO WS-ILL-FOUND
           MOVE 'N' TO WS-ILL-EOF
           OPEN INPUT ILL-FILE
           IF ILL-STATUS = '00'
               PERFORM UNTIL WS-ILL-EOF = 'Y'
                   READ ILL-FILE INTO ILL-RECORD
                       AT END
                           MOVE 'Y' TO WS-ILL-EOF
                       NOT AT END
                           PERFORM PARSE-ILL-ROW
                           IF ill_id = WS-ILL-REQ-ID
                               MOVE 'Y' TO WS-ILL-FOUND
                               MOVE 'Y' TO WS-ILL-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ILL-FILE
           END-IF.

           RECEIVE-ILL-ITEM.
           DISPLAY " "
           DISPLAY "Enter ILL ID : "
           ACCEPT WS-ILL-REQ-ID
           PERFORM FIND-ILL-BY-ID
           IF WS-ILL-FOUND = 'N'
               DISPLAY "ILL ID not on file."
           ELSE
           IF ill_status NOT = 'R'
               PERFORM SET-ILL-STATUS-NAME
               DISPLAY "ILL " ill_id " is " WS-ILL-STATUS-OUT
                       " - only a REQUESTED item can be received."
           ELSE
               MOVE 'V' TO ill_status
               PERFORM UPDATE-ILL-ROW
               DISPLAY "Item received from "
                       FUNCTION TRIM(ill_partner)
                       ". Tell member " ill_member_id
                       " it is ready."
           END-IF
           END-IF.

           CHECKOUT-ILL-ITEM.
      *    Lends the received partner item to the requesting
      *    member as a normal loan so renewals, the overdue
      *    report and fines all just work. The reserved book id
      *    keeps the item out of the catalog.
           DISPLAY " "
           DISPLAY "Enter ILL ID : "
           ACCEPT WS-ILL-REQ-ID
           PERFORM FIND-ILL-BY-ID
           IF WS-ILL-FOUND = 'N'
               DISPLAY "ILL ID not on file."
           ELSE
           IF ill_status NOT = 'V'
               PERFORM SET-ILL-STATUS-NAME
               DISPLAY "ILL " ill_id " is " WS-ILL-STATUS-OUT
                       " - only a RECEIVED item can go out."
           ELSE
               MOVE ill_member_id TO WS-CHK-MEMBER-ID
               PERFORM CHECK-MEMBER-FOR-CHECKOUT
               IF WS-CHK-MEMBER-OK = 'Y'
                   PERFORM GET-LAST-LOAN-ID
                   ADD 1 TO WS-LAST-LOAN-ID
                   MOVE WS-LAST-LOAN-ID TO loan_id
                   MOVE ill_member_id TO loan_member_id
                   COMPUTE WS-ILL-BOOK-ID =
                       WS-ILL-BOOK-BASE + ill_id
                   MOVE WS-ILL-BOOK-ID TO loan_book_id

                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   MOVE WS-TODAY TO loan_date
                   COMPUTE WS-TODAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   COMPUTE WS-DUE-INT =
                       WS-TODAY-INT + WS-CAT-LOAN-DAYS
                   PERFORM ROLL-DUE-DATE-FORWARD
                   COMPUTE loan_due_date =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                   MOVE 0 TO loan_return_date
                   MOVE 'O' TO loan_status
                   MOVE 0 TO loan_renewals
                   MOVE 0 TO loan_accession
                   MOVE WS-DESK-BRANCH TO loan_branch
                   MOVE SPACES TO loan_ret_branch

                   PERFORM BUILD-LOAN-ROW
                   OPEN EXTEND LOAN-FILE
                   IF LOAN-STATUS = '35'
                       OPEN OUTPUT LOAN-FILE
                   END-IF
                   MOVE WS-LOAN-LINE TO LOAN-RECORD
                   WRITE LOAN-RECORD
                   CLOSE LOAN-FILE

                   MOVE "LOAN-ADD" TO WS-AUD-ACTION
                   MOVE loan_id TO WS-AUD-KEY
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE WS-LOAN-LINE TO WS-AUD-AFTER
                   MOVE "LOANS" TO WS-AUD-FILE
                   PERFORM WRITE-AUDIT-RECORD

                   MOVE 'O' TO ill_status
                   PERFORM UPDATE-ILL-ROW

                   DISPLAY "*------------------------------------*"
                   DISPLAY "ILL item checked out."
                   DISPLAY "Loan ID   : " loan_id
                   DISPLAY "Book ID   : " WS-ILL-BOOK-ID
                           " (use this id at return)"
                   DISPLAY "Due Back  : " loan_due_date
                   DISPLAY "*------------------------------------*"
               END-IF
           END-IF
           END-IF.

           RETURN-ILL-TO-PARTNER.
           DISPLAY " "
           DISPLAY "Enter ILL ID : "
           ACCEPT WS-ILL-REQ-ID
           PERFORM FIND-ILL-BY-ID
           IF WS-ILL-FOUND = 'N'
               DISPLAY "ILL ID not on file."
           ELSE
           IF ill_status NOT = 'V'
               PERFORM SET-ILL-STATUS-NAME
               DISPLAY "ILL " ill_id " is " WS-ILL-STATUS-OUT
                       " - the member must return it through "
                       "Return Book first."
           ELSE
               MOVE 'T' TO ill_status
               PERFORM UPDATE-ILL-ROW
               DISPLAY "Item returned to "
                       FUNCTION TRIM(ill_partner)
                       ". Request closed."
           END-IF
           END-IF.

           UPDATE-ILL-ROW.
      *    Rewrites the ill_detail row currently loaded.
           PERFORM BUILD-ILL-ROW
           MOVE WS-ILL-LINE TO IRW-NEW-LINE
           MOVE ill_id TO IRW-TARGET-ID
           MOVE "ILL-UPD" TO WS-AUD-ACTION
           PERFORM REWRITE-ILL-FILE.

           REWRITE-ILL-FILE.
      *    Backs IllRequests.csv up and rewrites it through a
      *    scratch file, replacing the one row whose ill_id
      *    matches IRW-TARGET-ID. Mirrors REWRITE-LOAN-FILE.
           MOVE 'N' TO IRW-EOF
           OPEN INPUT ILL-FILE
           OPEN OUTPUT ILL-BACKUP-FILE
           PERFORM UNTIL IRW-EOF = 'Y'
               READ ILL-FILE INTO ILL-RECORD
                   AT END MOVE 'Y' TO IRW-EOF
                   NOT AT END
                       WRITE ILL-BACKUP-RECORD FROM ILL-RECORD
               END-READ
           END-PERFORM
           CLOSE ILL-FILE
           CLOSE ILL-BACKUP-FILE

           MOVE 'N' TO IRW-EOF
           MOVE 'N' TO IRW-FOUND
           OPEN INPUT ILL-FILE
           OPEN OUTPUT ILL-SCRATCH-FILE
           PERFORM UNTIL IRW-EOF = 'Y'
               READ ILL-FILE INTO ILL-RECORD
                   AT END MOVE 'Y' TO IRW-EOF
                   NOT AT END
                       UNSTRING ILL-RECORD DELIMITED BY ","
                           INTO IRW-CUR-ID
                       IF IRW-CUR-ID = IRW-TARGET-ID
                           MOVE 'Y' TO IRW-FOUND
                           MOVE ILL-RECORD TO WS-AUD-BEFORE
                           MOVE IRW-NEW-LINE TO WS-AUD-AFTER
                           MOVE IRW-TARGET-ID TO WS-AUD-KEY
                           MOVE "ILL" TO WS-AUD-FILE
                           PERFORM WRITE-AUDIT-RECORD
                           WRITE ILL-SCRATCH-RECORD
                               FROM IRW-NEW-LINE
                       ELSE
                           WRITE ILL-SCRATCH-RECORD
                               FROM ILL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ILL-FILE
           CLOSE ILL-SCRATCH-FILE

           MOVE "ILL" TO WS-TORN-TAG
           PERFORM SET-REWRITE-MARKER
           OPEN INPUT ILL-SCRATCH-FILE
           OPEN OUTPUT ILL-FILE
           MOVE 'N' TO IRW-EOF
           PERFORM UNTIL IRW-EOF = 'Y'
               READ ILL-SCRATCH-FILE INTO ILL-RECORD
                   AT END MOVE 'Y' TO IRW-EOF
                   NOT AT END WRITE ILL-RECORD
               END-READ
           END-PERFORM
           CLOSE ILL-SCRATCH-FILE
           CLOSE ILL-FILE
           PERFORM CLEAR-REWRITE-MARKER.

       STAFF-PARA.
      *    Administrator-only maintenance of Staff.csv. Passwords
      *    never reach the audit journal - the images logged for
      *    staff rows carry a masked password.
           MOVE 1 TO WS-STAFF-SUBCHOICE
           PERFORM UNTIL WS-STAFF-SUBCHOICE = 4
               DISPLAY " "
               DISPLAY "STAFF MAINTENANCE MENU"
               DISPLAY "1. List Staff"
               DISPLAY "2. Add Staff Member"
               DISPLAY "3. Change Role / Password / Status"
               DISPLAY "4. Exit"
               DISPLAY "Enter your choice (1-4): "
               ACCEPT WS-STAFF-SUBCHOICE

               EVALUATE WS-STAFF-SUBCHOICE
                   WHEN 1 PERFORM LIST-STAFF
                   WHEN 2
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           PERFORM ADD-STAFF-MEMBER
                       END-IF
                   WHEN 3
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           PERFORM UPDATE-STAFF-MEMBER
                       END-IF
                   WHEN 4 DISPLAY "Program exits."
                   WHEN OTHER DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.

           LIST-STAFF.
           MOVE 'N' TO WS-STAFF-EOF
           OPEN INPUT STAFF-FILE
           IF STAFF-STATUS NOT = '00'
               DISPLAY "No staff on file."
           ELSE
               DISPLAY " "
               DISPLAY HEADER-LINE
               DISPLAY STAFF-HEADER
               DISPLAY HEADER-LINE
               PERFORM UNTIL WS-STAFF-EOF = 'Y'
                   READ STAFF-FILE INTO STAFF-RECORD
                       AT END
                           MOVE 'Y' TO WS-STAFF-EOF
                       NOT AT END
                           PERFORM PARSE-STAFF-ROW
                           PERFORM SET-ROLE-NAME
                           MOVE staff_id TO sf_staff_id
                           MOVE staff_name TO sf_name
                           MOVE WS-ROLE-NAME-OUT TO sf_role
                           IF staff_flag = 'Y'
                               MOVE "ACTIVE" TO sf_status
                           ELSE
                               MOVE "DISABLED" TO sf_status
                           END-IF
                           DISPLAY STAFF-DETAIL-LINE
                   END-READ
               END-PERFORM
               DISPLAY HEADER-LINE
               CLOSE STAFF-FILE
           END-IF.

           ADD-STAFF-MEMBER.
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "* New Staff Member                            *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "* Operator ID (up to 8): "
           ACCEPT WS-LOOKUP-STAFF-ID
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-STAFF-ID)
               TO WS-LOOKUP-STAFF-ID
           PERFORM FIND-STAFF-BY-ID
           IF WS-STAFF-FOUND = 'Y'
               DISPLAY "Operator ID already on file."
           ELSE
               MOVE SPACES TO staff_detail
               MOVE WS-LOOKUP-STAFF-ID TO staff_id
               DISPLAY "* Name      : "  ACCEPT staff_name
               DISPLAY "* Password  : "  ACCEPT staff_password
               DISPLAY "* Role - 1=Clerk, 2=Supervisor, "
                       "3=Administrator: "
               ACCEPT WS-ROLE-CHOICE
               EVALUATE WS-ROLE-CHOICE
                   WHEN 2 MOVE 'S' TO staff_role
                   WHEN 3 MOVE 'A' TO staff_role
                   WHEN OTHER MOVE 'C' TO staff_role
               END-EVALUATE
               MOVE 'Y' TO staff_flag
               PERFORM CHECK-STAFF-TEXT
               IF staff_id = SPACES OR staff_password = SPACES OR
                  WS-STAFF-BAD-CHARS > 0
                   DISPLAY "Operator ID and password are required "
                           "and may not contain ',' or '|'."
               ELSE
                   PERFORM APPEND-STAFF-ROW
                   DISPLAY "Staff member " FUNCTION TRIM(staff_id)
                           " added."
               END-IF
           END-IF.

           UPDATE-STAFF-MEMBER.
           DISPLAY "Enter Operator ID : "
           ACCEPT WS-LOOKUP-STAFF-ID
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-STAFF-ID)
               TO WS-LOOKUP-STAFF-ID
           PERFORM FIND-STAFF-BY-ID
           IF WS-STAFF-FOUND = 'N'
               DISPLAY "Operator ID not found."
           ELSE
               PERFORM SET-ROLE-NAME
               DISPLAY "Name  : " FUNCTION TRIM(staff_name)
               DISPLAY "Role  : " WS-ROLE-NAME-OUT
               DISPLAY "Active: " staff_flag
               DISPLAY "New role - 1=Clerk, 2=Supervisor, "
                       "3=Administrator, 0=keep: "
               ACCEPT WS-ROLE-CHOICE
               EVALUATE WS-ROLE-CHOICE
                   WHEN 1 MOVE 'C' TO staff_role
                   WHEN 2 MOVE 'S' TO staff_role
                   WHEN 3 MOVE 'A' TO staff_role
                   WHEN OTHER CONTINUE
               END-EVALUATE
               DISPLAY "New password (blank to keep): "
               MOVE SPACES TO WS-NEW-STAFF-PASSWORD
               ACCEPT WS-NEW-STAFF-PASSWORD
               IF WS-NEW-STAFF-PASSWORD NOT = SPACES
                   MOVE WS-NEW-STAFF-PASSWORD TO staff_password
               END-IF
               DISPLAY "Status - 1=Active, 2=Disabled, 0=keep: "
               ACCEPT WS-ROLE-CHOICE
               EVALUATE WS-ROLE-CHOICE
                   WHEN 1 MOVE 'Y' TO staff_flag
                   WHEN 2 MOVE 'N' TO staff_flag
                   WHEN OTHER CONTINUE
               END-EVALUATE
               PERFORM CHECK-STAFF-TEXT
               *> an administrator may not demote or disable the
               *> very sign-on they are using, so there is always
               *> somebody left who can maintain staff
               IF staff_id = WS-OPER-ID AND
                  (staff_role NOT = 'A' OR staff_flag NOT = 'Y')
                   DISPLAY "Refused - you cannot demote or disable "
                           "your own sign-on."
               ELSE
               IF WS-STAFF-BAD-CHARS > 0
                   DISPLAY "Password may not contain ',' or '|'."
               ELSE
                   PERFORM BUILD-STAFF-ROW
                   MOVE WS-STAFF-LINE TO SRW-NEW-LINE
                   MOVE staff_id TO SRW-TARGET-ID
                   MOVE "STAFF-UPD" TO WS-AUD-ACTION
                   PERFORM REWRITE-STAFF-FILE
                   DISPLAY "Staff member " FUNCTION TRIM(staff_id)
                           " updated."
               END-IF
               END-IF
           END-IF.

           CHECK-STAFF-TEXT.
      *    Commas and pipes would split the CSV row or the journal
      *    line, so they are not allowed in ids or passwords.
           MOVE 0 TO WS-STAFF-BAD-CHARS
           INSPECT staff_id TALLYING WS-STAFF-BAD-CHARS
               FOR ALL "," ALL "|"
           INSPECT staff_password TALLYING WS-STAFF-BAD-CHARS
               FOR ALL "," ALL "|"
           INSPECT staff_name TALLYING WS-STAFF-BAD-CHARS
               FOR ALL "," ALL "|".

           SET-ROLE-NAME.
           EVALUATE staff_role
               WHEN 'A' MOVE "ADMINISTRATOR" TO WS-ROLE-NAME-OUT
               WHEN 'S' MOVE "SUPERVISOR" TO WS-ROLE-NAME-OUT
               WHEN OTHER MOVE "CLERK" TO WS-ROLE-NAME-OUT
           END-EVALUATE.

           PARSE-STAFF-ROW.
           MOVE SPACES TO staff_detail
           UNSTRING STAFF-RECORD DELIMITED BY ","
               INTO staff_id, staff_password, staff_role,
               staff_name, staff_flag
           IF staff_flag NOT = 'N'
               MOVE 'Y' TO staff_flag
           END-IF.

           BUILD-STAFF-ROW.
      *    Builds the Staff.csv row in WS-STAFF-LINE and the same
      *    row with the password masked in WS-STAFF-AUDIT-LINE.
           MOVE SPACES TO WS-STAFF-LINE
           STRING FUNCTION TRIM(staff_id) DELIMITED BY SIZE ","
                  FUNCTION TRIM(staff_password) DELIMITED BY SIZE ","
                  staff_role DELIMITED BY SIZE ","
                  FUNCTION TRIM(staff_name) DELIMITED BY SIZE ","
                  staff_flag DELIMITED BY SIZE
                  INTO WS-STAFF-LINE
           MOVE SPACES TO WS-STAFF-AUDIT-LINE
           STRING FUNCTION TRIM(staff_id) DELIMITED BY SIZE ","
                  "********" DELIMITED BY SIZE ","
                  staff_role DELIMITED BY SIZE ","
                  FUNCTION TRIM(staff_name) DELIMITED BY SIZE ","
                  staff_flag DELIMITED BY SIZE
                  INTO WS-STAFF-AUDIT-LINE.

           APPEND-STAFF-ROW.
           PERFORM BUILD-STAFF-ROW
           OPEN EXTEND STAFF-FILE
           IF STAFF-STATUS = '35'
               OPEN OUTPUT STAFF-FILE
           END-IF
           MOVE WS-STAFF-LINE TO STAFF-RECORD
           WRITE STAFF-RECORD
           CLOSE STAFF-FILE

           MOVE "STAFF-ADD" TO WS-AUD-ACTION
           MOVE staff_id TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE WS-STAFF-AUDIT-LINE TO WS-AUD-AFTER
           MOVE "STAFF" TO WS-AUD-FILE
           PERFORM WRITE-AUDIT-RECORD.

           COUNT-STAFF-ROWS.
      *    Also keeps the open status in WS-STAFF-OPEN-STAT, so
      *    sign-on can tell a missing file from an unreadable one.
           MOVE 0 TO WS-STAFF-COUNT
           MOVE 'N' TO WS-STAFF-EOF
           OPEN INPUT STAFF-FILE
           MOVE STAFF-STATUS TO WS-STAFF-OPEN-STAT
           IF STAFF-STATUS = '00'
               PERFORM UNTIL WS-STAFF-EOF = 'Y'
                   READ STAFF-FILE INTO STAFF-RECORD
                       AT END
                           MOVE 'Y' TO WS-STAFF-EOF
                       NOT AT END
                           IF STAFF-RECORD NOT = SPACES
                               ADD 1 TO WS-STAFF-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAFF-FILE
           END-IF.

           FIND-STAFF-BY-ID.
      *    Loads staff_detail for the operator in WS-LOOKUP-STAFF-ID.
           MOVE 'N' TO WS-STAFF-FOUND
           MOVE 'N' TO WS-STAFF-EOF
           OPEN INPUT STAFF-FILE
           IF STAFF-STATUS = '00'
               PERFORM UNTIL WS-STAFF-EOF = 'Y'
                   READ STAFF-FILE INTO STAFF-RECORD
                       AT END
                           MOVE 'Y' TO WS-STAFF-EOF
                       NOT AT END
                           PERFORM PARSE-STAFF-ROW
                           IF staff_id = WS-LOOKUP-STAFF-ID
                               MOVE 'Y' TO WS-STAFF-FOUND
                               MOVE 'Y' TO WS-STAFF-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAFF-FILE
           END-IF.

           REWRITE-STAFF-FILE.
      *    Backs Staff.csv up and rewrites it through a scratch file,
      *    replacing the row whose operator id matches SRW-TARGET-ID.
      *    Mirrors REWRITE-MEMBER-FILE, except that both journal
      *    images are logged with the password masked.
           MOVE 'N' TO SRW-EOF
           OPEN INPUT STAFF-FILE
           OPEN OUTPUT STAFF-BACKUP-FILE
           PERFORM UNTIL SRW-EOF = 'Y'
               READ STAFF-FILE INTO STAFF-RECORD
                   AT END MOVE 'Y' TO SRW-EOF
                   NOT AT END
                       WRITE STAFF-BACKUP-RECORD FROM STAFF-RECORD
               END-READ
           END-PERFORM
           CLOSE STAFF-FILE
           CLOSE STAFF-BACKUP-FILE

           MOVE WS-STAFF-AUDIT-LINE TO WS-AUD-AFTER
           MOVE 'N' TO SRW-EOF
           MOVE 'N' TO SRW-FOUND
           OPEN INPUT STAFF-FILE
           OPEN OUTPUT STAFF-SCRATCH-FILE
           PERFORM UNTIL SRW-EOF = 'Y'
               READ STAFF-FILE INTO STAFF-RECORD
                   AT END MOVE 'Y' TO SRW-EOF
                   NOT AT END
                       MOVE SPACES TO SRW-CUR-ID
                       UNSTRING STAFF-RECORD DELIMITED BY ","
                           INTO SRW-CUR-ID
                       IF SRW-CUR-ID = SRW-TARGET-ID
                           MOVE 'Y' TO SRW-FOUND
                           PERFORM PARSE-STAFF-ROW
                           PERFORM BUILD-STAFF-ROW
                           MOVE WS-STAFF-AUDIT-LINE TO WS-AUD-BEFORE
                           MOVE SRW-TARGET-ID TO WS-AUD-KEY
                           MOVE "STAFF" TO WS-AUD-FILE
                           PERFORM WRITE-AUDIT-RECORD
                           WRITE STAFF-SCRATCH-RECORD FROM SRW-NEW-LINE
                       ELSE
                           WRITE STAFF-SCRATCH-RECORD FROM STAFF-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAFF-FILE
           CLOSE STAFF-SCRATCH-FILE

           MOVE "STAFF" TO WS-TORN-TAG
           PERFORM SET-REWRITE-MARKER
           OPEN INPUT STAFF-SCRATCH-FILE
           OPEN OUTPUT STAFF-FILE
           MOVE 'N' TO SRW-EOF
           PERFORM UNTIL SRW-EOF = 'Y'
               READ STAFF-SCRATCH-FILE INTO STAFF-RECORD
                   AT END MOVE 'Y' TO SRW-EOF
                   NOT AT END WRITE STAFF-RECORD
               END-READ
           END-PERFORM
           CLOSE STAFF-SCRATCH-FILE
           CLOSE STAFF-FILE
           PERFORM CLEAR-REWRITE-MARKER.

       SERIALS-PARA.
           MOVE 1 TO WS-SER-SUBCHOICE
           PERFORM UNTIL WS-SER-SUBCHOICE = 7
               DISPLAY " "
               DISPLAY "SERIALS MENU"
               DISPLAY "1. List Subscriptions"
               DISPLAY "2. New Subscription (supervisor)"
               DISPLAY "3. Check In Issue"
               DISPLAY "4. Issue History"
               DISPLAY "5. Claims Report"
               DISPLAY "6. Cancel/Reinstate Subscription (supervisor)"
               DISPLAY "7. Exit"
               DISPLAY "Enter your choice (1-7): "
               ACCEPT WS-SER-SUBCHOICE

               EVALUATE WS-SER-SUBCHOICE
                   WHEN 1 PERFORM LIST-SERIALS
                   WHEN 2
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           IF WS-OPER-ROLE = 'C'
                               PERFORM REFUSE-ROLE
                           ELSE
                               PERFORM NEW-SERIAL
                           END-IF
                       END-IF
                   WHEN 3
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           PERFORM SERIAL-CHECK-IN
                       END-IF
                   WHEN 4 PERFORM SERIAL-ISSUE-HISTORY
                   WHEN 5 PERFORM SERIAL-CLAIMS-REPORT
                   WHEN 6
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           IF WS-OPER-ROLE = 'C'
                               PERFORM REFUSE-ROLE
                           ELSE
                               PERFORM CANCEL-SERIAL
                           END-IF
                       END-IF
                   WHEN 7 DISPLAY "Serials exits."
                   WHEN OTHER DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.

           NEW-SERIAL.
      *    Opens a subscription: title, vendor, frequency, the
      *    issue number and date of the first issue we expect,
      *    and whether issues go out on loan once checked in.
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           DISPLAY "* New Serial Subscription                     *"
           DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*"
           MOVE SPACES TO serial_detail
           DISPLAY "* Title (up to 30) : "  ACCEPT serial_title
           DISPLAY "* Vendor           : "  ACCEPT serial_vendor
           DISPLAY "* Frequency - W weekly, F fortnightly, M monthly,"
           DISPLAY "*   B bi-monthly, Q quarterly, H half-yearly,"
           DISPLAY "*   A annual : "
           ACCEPT serial_freq
           MOVE FUNCTION UPPER-CASE(serial_freq) TO serial_freq
           PERFORM SET-SERIAL-FREQ-NAME
           DISPLAY "* First issue number expected (blank for 1): "
           MOVE SPACES TO WS-SER-ISSUE-INPUT
           ACCEPT WS-SER-ISSUE-INPUT
           MOVE 1 TO serial_next_issue
           IF WS-SER-ISSUE-INPUT NOT = SPACES
               IF FUNCTION TRIM(WS-SER-ISSUE-INPUT) IS NUMERIC
                   COMPUTE serial_next_issue =
                       FUNCTION NUMVAL(WS-SER-ISSUE-INPUT)
               ELSE
                   MOVE 0 TO serial_next_issue
               END-IF
           END-IF
           PERFORM GET-VALID-SERIAL-DATE
           DISPLAY "* Issues circulate (Y/N): "  ACCEPT serial_circ
           MOVE FUNCTION UPPER-CASE(serial_circ) TO serial_circ

           MOVE 0 TO WS-SER-BAD-CHARS
           INSPECT serial_title TALLYING WS-SER-BAD-CHARS
               FOR ALL "," ALL "|"
           INSPECT serial_vendor TALLYING WS-SER-BAD-CHARS
               FOR ALL "," ALL "|"
           IF serial_title = SPACES OR serial_vendor = SPACES OR
              WS-SER-BAD-CHARS > 0
               DISPLAY "Title and vendor are required and may not "
                       "contain ',' or '|'."
           ELSE
           IF WS-SER-FREQ-OK = 'N'
               DISPLAY "Frequency must be W, F, M, B, Q, H or A."
           ELSE
           IF serial_next_issue = 0
               DISPLAY "Issue number must be numeric, from 1."
           ELSE
           IF serial_circ NOT = 'Y' AND serial_circ NOT = 'N'
               DISPLAY "Circulate must be Y or N."
           ELSE
               DISPLAY "Enter 1 to Save, 0 to Cancel: "
               ACCEPT WS-CONFIRM-CHOICE
               IF WS-CONFIRM-CHOICE = 1
                   PERFORM GET-LAST-SERIAL-ID
                   ADD 1 TO WS-LAST-SERIAL-ID
                   MOVE WS-LAST-SERIAL-ID TO serial_id
                   COMPUTE serial_day =
                       FUNCTION MOD(serial_next_date, 100)
                   MOVE 0 TO serial_last_recv
                   MOVE 'A' TO serial_status
                   PERFORM BUILD-SERIAL-ROW

                   OPEN EXTEND SERIAL-FILE
                   IF SERIAL-STATUS = '35'
                       OPEN OUTPUT SERIAL-FILE
                   END-IF
                   MOVE WS-SER-LINE TO SERIAL-RECORD
                   WRITE SERIAL-RECORD
                   CLOSE SERIAL-FILE

                   MOVE "SERIAL-ADD" TO WS-AUD-ACTION
                   MOVE serial_id TO WS-AUD-KEY
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE WS-SER-LINE TO WS-AUD-AFTER
                   MOVE "SERIALS" TO WS-AUD-FILE
                   PERFORM WRITE-AUDIT-RECORD

                   DISPLAY "*------------------------------------*"
                   DISPLAY "Subscription opened."
                   DISPLAY "Serial ID : " serial_id
                   DISPLAY "*------------------------------------*"
               ELSE
                   DISPLAY "Subscription cancelled."
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           GET-VALID-SERIAL-DATE.
      *    Loops until a real YYYYMMDD date lands in
      *    serial_next_date; a blank entry takes today.
           MOVE 'N' TO WS-SER-DATE-OK
           PERFORM UNTIL WS-SER-DATE-OK = 'Y'
               DISPLAY "* Issue expected on (YYYYMMDD, blank for "
                       "today): "
               MOVE SPACES TO WS-SER-DATE-INPUT
               ACCEPT WS-SER-DATE-INPUT
               IF WS-SER-DATE-INPUT = SPACES
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   MOVE WS-TODAY TO serial_next_date
                   MOVE 'Y' TO WS-SER-DATE-OK
               ELSE
                   IF WS-SER-DATE-INPUT IS NUMERIC
                       MOVE WS-SER-DATE-INPUT TO serial_next_date
                       IF FUNCTION TEST-DATE-YYYYMMDD(
                              serial_next_date) = 0
                           MOVE 'Y' TO WS-SER-DATE-OK
                       ELSE
                           DISPLAY "Not a valid calendar date."
                       END-IF
                   ELSE
                       DISPLAY "Date must be 8 digits, YYYYMMDD."
                   END-IF
               END-IF
           END-PERFORM.

           SET-SERIAL-FREQ-NAME.
           MOVE 'Y' TO WS-SER-FREQ-OK
           EVALUATE serial_freq
               WHEN 'W' MOVE "WEEKLY" TO WS-SER-FREQ-NAME
               WHEN 'F' MOVE "FORTNIGHTLY" TO WS-SER-FREQ-NAME
               WHEN 'M' MOVE "MONTHLY" TO WS-SER-FREQ-NAME
               WHEN 'B' MOVE "BI-MONTHLY" TO WS-SER-FREQ-NAME
               WHEN 'Q' MOVE "QUARTERLY" TO WS-SER-FREQ-NAME
               WHEN 'H' MOVE "HALF-YEARLY" TO WS-SER-FREQ-NAME
               WHEN 'A' MOVE "ANNUAL" TO WS-SER-FREQ-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-SER-FREQ-NAME
                   MOVE 'N' TO WS-SER-FREQ-OK
           END-EVALUATE.

           SERIAL-ADVANCE-DATE.
      *    Moves WS-SER-ADV-DATE on by one issue of serial_freq.
      *    Weekly and fortnightly add days; the month-based
      *    frequencies step the month and put the issue back on
      *    serial_day, or on the last day of a shorter month.
           EVALUATE serial_freq
               WHEN 'W' MOVE 7 TO WS-SER-ADV-STEP
               WHEN 'F' MOVE 14 TO WS-SER-ADV-STEP
               WHEN 'M' MOVE 1 TO WS-SER-ADV-STEP
               WHEN 'B' MOVE 2 TO WS-SER-ADV-STEP
               WHEN 'Q' MOVE 3 TO WS-SER-ADV-STEP
               WHEN 'H' MOVE 6 TO WS-SER-ADV-STEP
               WHEN 'A' MOVE 12 TO WS-SER-ADV-STEP
               WHEN OTHER MOVE 0 TO WS-SER-ADV-STEP
           END-EVALUATE
           IF serial_freq = 'W' OR serial_freq = 'F'
               COMPUTE WS-SER-ADV-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SER-ADV-DATE)
                   + WS-SER-ADV-STEP
               COMPUTE WS-SER-ADV-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SER-ADV-INT)
           ELSE
           IF WS-SER-ADV-STEP > 0
               MOVE WS-SER-ADV-YYYY TO WS-SER-ADV-YEAR
               COMPUTE WS-SER-ADV-MONTH =
                   WS-SER-ADV-MM + WS-SER-ADV-STEP
               IF WS-SER-ADV-MONTH > 12
                   SUBTRACT 12 FROM WS-SER-ADV-MONTH
                   ADD 1 TO WS-SER-ADV-YEAR
               END-IF
               IF WS-SER-ADV-MONTH = 12
                   MOVE 31 TO WS-SER-ADV-LAST-DAY
               ELSE
                   COMPUTE WS-SER-ADV-INT =
                       FUNCTION INTEGER-OF-DATE(
                           WS-SER-ADV-YEAR * 10000
                           + (WS-SER-ADV-MONTH + 1) * 100 + 1) - 1
                   COMPUTE WS-SER-ADV-LAST-DAY = FUNCTION MOD(
                       FUNCTION DATE-OF-INTEGER(WS-SER-ADV-INT),
                       100)
               END-IF
               MOVE serial_day TO WS-SER-ADV-DAY
               IF WS-SER-ADV-DAY = 0
                   MOVE WS-SER-ADV-DD TO WS-SER-ADV-DAY
               END-IF
               IF WS-SER-ADV-DAY > WS-SER-ADV-LAST-DAY
                   MOVE WS-SER-ADV-LAST-DAY TO WS-SER-ADV-DAY
               END-IF
               MOVE WS-SER-ADV-YEAR TO WS-SER-ADV-YYYY
               MOVE WS-SER-ADV-MONTH TO WS-SER-ADV-MM
               MOVE WS-SER-ADV-DAY TO WS-SER-ADV-DD
           END-IF
           END-IF.

           PARSE-SERIAL-ROW.
           MOVE SPACES TO serial_detail
           MOVE 0 TO serial_id
           MOVE 0 TO serial_next_issue
           MOVE 0 TO serial_next_date
           MOVE 0 TO serial_day
           MOVE 0 TO serial_last_recv
           UNSTRING SERIAL-RECORD DELIMITED BY ","
               INTO serial_id, serial_title, serial_vendor,
               serial_freq, serial_next_issue, serial_next_date,
               serial_day, serial_circ, serial_book_id,
               serial_last_recv, serial_status.

           BUILD-SERIAL-ROW.
      *    Strings the serial_detail fields into one Serials.csv
      *    row in WS-SER-LINE.
           MOVE SPACES TO WS-SER-LINE
           STRING serial_id DELIMITED BY SIZE ","
                  FUNCTION TRIM(serial_title) DELIMITED BY SIZE ","
                  FUNCTION TRIM(serial_vendor) DELIMITED BY SIZE ","
                  serial_freq DELIMITED BY SIZE ","
                  serial_next_issue DELIMITED BY SIZE ","
                  serial_next_date DELIMITED BY SIZE ","
                  serial_day DELIMITED BY SIZE ","
                  serial_circ DELIMITED BY SIZE ","
                  FUNCTION TRIM(serial_book_id) DELIMITED BY SIZE ","
                  serial_last_recv DELIMITED BY SIZE ","
                  serial_status DELIMITED BY SIZE
                  INTO WS-SER-LINE.

           GET-LAST-SERIAL-ID.
           MOVE 0 TO WS-LAST-SERIAL-ID
           MOVE 'N' TO WS-SER-EOF
           OPEN INPUT SERIAL-FILE
           IF SERIAL-STATUS = '00'
               PERFORM UNTIL WS-SER-EOF = 'Y'
                   READ SERIAL-FILE INTO SERIAL-RECORD
                       AT END
                           MOVE 'Y' TO WS-SER-EOF
                       NOT AT END
                           UNSTRING SERIAL-RECORD DELIMITED BY ","
                               INTO serial_id
                           IF serial_id > WS-LAST-SERIAL-ID
                               MOVE serial_id TO WS-LAST-SERIAL-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERIAL-FILE
           END-IF.

           FIND-SERIAL-BY-ID.
      *    Loads serial_detail for WS-LOOKUP-SERIAL-ID when found.
           MOVE 'N' TO WS-SER-FOUND
           MOVE 'N' TO WS-SER-EOF
           OPEN INPUT SERIAL-FILE
           IF SERIAL-STATUS = '00'
               PERFORM UNTIL WS-SER-EOF = 'Y'
                   READ SERIAL-FILE INTO SERIAL-RECORD
                       AT END
                           MOVE 'Y' TO WS-SER-EOF
                       NOT AT END
                           PERFORM PARSE-SERIAL-ROW
                           IF serial_id = WS-LOOKUP-SERIAL-ID
                               MOVE 'Y' TO WS-SER-FOUND
                               MOVE 'Y' TO WS-SER-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERIAL-FILE
           END-IF.

           LIST-SERIALS.
           MOVE 'N' TO WS-SER-LISTED
           MOVE 'N' TO WS-SER-EOF
           OPEN INPUT SERIAL-FILE
           IF SERIAL-STATUS = '00'
               PERFORM UNTIL WS-SER-EOF = 'Y'
                   READ SERIAL-FILE INTO SERIAL-RECORD
                       AT END
                           MOVE 'Y' TO WS-SER-EOF
                       NOT AT END
                           PERFORM PARSE-SERIAL-ROW
                           IF WS-SER-LISTED = 'N'
                               DISPLAY " "
                               DISPLAY "SERIAL SUBSCRIPTIONS"
                               DISPLAY HEADER-LINE
                               DISPLAY SERIAL-HEADER
                               DISPLAY HEADER-LINE
                               MOVE 'Y' TO WS-SER-LISTED
                           END-IF
                           PERFORM SET-SERIAL-FREQ-NAME
                           MOVE serial_id TO sl_serial_id
                           MOVE serial_title TO sl_title
                           MOVE serial_vendor TO sl_vendor
                           MOVE WS-SER-FREQ-NAME TO sl_freq
                           MOVE serial_next_issue TO sl_next_issue
                           MOVE serial_next_date TO sl_next_date
                           IF serial_status = 'C'
                               MOVE "CANCELLED" TO sl_status
                           ELSE
                               MOVE "ACTIVE" TO sl_status
                           END-IF
                           DISPLAY SERIAL-DETAIL-LINE
                   END-READ
               END-PERFORM
               IF WS-SER-LISTED = 'Y'
                   DISPLAY HEADER-LINE
               END-IF
               CLOSE SERIAL-FILE
           END-IF
           IF WS-SER-LISTED = 'N'
               DISPLAY "No subscriptions on file."
           END-IF.

           SERIAL-CHECK-IN.
      *    Checks in one issue as it arrives. Blank takes the
      *    issue we expect next. A higher number means the ones
      *    between never came: they are logged missing, at their
      *    scheduled dates, for the claims report. A lower number
      *    is a late arrival of an issue already logged missing.
      *    The next expected date always runs on from the
      *    schedule, not from the day the issue turned up.
           DISPLAY " "
           DISPLAY "Enter Serial ID : "
           ACCEPT WS-LOOKUP-SERIAL-ID
           PERFORM FIND-SERIAL-BY-ID
           IF WS-SER-FOUND = 'N'
               DISPLAY "Serial ID not on file."
           ELSE
           IF serial_status NOT = 'A'
               DISPLAY "Subscription " serial_id " is cancelled - "
                       "reinstate it before checking issues in."
           ELSE
               PERFORM SET-SERIAL-FREQ-NAME
               DISPLAY "Title       : " serial_title
               DISPLAY "Vendor      : " serial_vendor
               DISPLAY "Frequency   : " WS-SER-FREQ-NAME
               DISPLAY "Next issue  : " serial_next_issue
                       " expected " serial_next_date
               DISPLAY "Issue number received (blank for "
                       serial_next_issue "): "
               MOVE SPACES TO WS-SER-ISSUE-INPUT
               ACCEPT WS-SER-ISSUE-INPUT
               MOVE 0 TO WS-SER-RECV-ISSUE
               IF WS-SER-ISSUE-INPUT = SPACES
                   MOVE serial_next_issue TO WS-SER-RECV-ISSUE
               ELSE
                   IF FUNCTION TRIM(WS-SER-ISSUE-INPUT) IS NUMERIC
                       COMPUTE WS-SER-RECV-ISSUE =
                           FUNCTION NUMVAL(WS-SER-ISSUE-INPUT)
                   END-IF
               END-IF
               IF WS-SER-RECV-ISSUE = 0
                   DISPLAY "Issue number must be numeric, from 1."
               ELSE
               IF WS-SER-RECV-ISSUE < serial_next_issue
                   PERFORM SERIAL-RECV-LATE-ISSUE
               ELSE
                   PERFORM SERIAL-RECV-NEXT-ISSUE
               END-IF
               END-IF
           END-IF
           END-IF.

           SERIAL-RECV-NEXT-ISSUE.
      *    The expected issue, or one further on. Skipping more
      *    than WS-SER-MAX-GAP issues is taken as a keying slip.
           COMPUTE WS-SER-GAP = WS-SER-RECV-ISSUE - serial_next_issue
           IF WS-SER-GAP > WS-SER-MAX-GAP
               DISPLAY "Issue " WS-SER-RECV-ISSUE " is more than "
                       WS-SER-MAX-GAP " issues past the one expected"
                       " - check the number."
           ELSE
               MOVE 1 TO WS-CONFIRM-CHOICE
               IF WS-SER-GAP > 0
                   DISPLAY WS-SER-GAP " issue(s) from "
                           serial_next_issue " have not arrived and "
                           "will be logged missing for claiming."
                   DISPLAY "Enter 1 to continue, 0 to cancel: "
                   ACCEPT WS-CONFIRM-CHOICE
               END-IF
               IF WS-CONFIRM-CHOICE = 1
                   PERFORM SERIAL-LOG-MISSING
                       UNTIL serial_next_issue >= WS-SER-RECV-ISSUE
                   MOVE serial_next_date TO WS-SER-RECV-DATE
                   PERFORM SERIAL-RECEIVE-ISSUE
                   MOVE serial_next_date TO WS-SER-ADV-DATE
                   PERFORM SERIAL-ADVANCE-DATE
                   MOVE WS-SER-ADV-DATE TO serial_next_date
                   ADD 1 TO serial_next_issue
                   MOVE "SERIAL-RECV" TO WS-AUD-ACTION
                   PERFORM SAVE-SERIAL-ROW

                   DISPLAY "*------------------------------------*"
                   DISPLAY "Issue " WS-SER-RECV-ISSUE " checked in."
                   IF issue_accession > 0
                       DISPLAY "Accession   : " issue_accession
                   END-IF
                   DISPLAY "Next issue  : " serial_next_issue
                           " expected " serial_next_date
                   DISPLAY "*------------------------------------*"
               ELSE
                   DISPLAY "Check-in cancelled."
               END-IF
           END-IF.

           SERIAL-RECV-LATE-ISSUE.
      *    An issue behind the schedule only checks in when it was
      *    logged missing and has not come in since; its R row
      *    settles the claim.
           MOVE serial_id TO WS-LOOKUP-SERIAL-ID
           PERFORM SERIAL-FIND-ISSUE
           IF WS-SER-ISS-STATE = 'R'
               DISPLAY "Issue " WS-SER-RECV-ISSUE
                       " is already checked in."
           ELSE
           IF WS-SER-ISS-STATE = SPACE
               DISPLAY "Issue " WS-SER-RECV-ISSUE " was never "
                       "expected on this subscription."
           ELSE
               MOVE WS-SER-ISS-EXPECTED TO WS-SER-RECV-DATE
               PERFORM SERIAL-RECEIVE-ISSUE
               MOVE "SERIAL-RECV" TO WS-AUD-ACTION
               PERFORM SAVE-SERIAL-ROW

               DISPLAY "*------------------------------------*"
               DISPLAY "Late issue " WS-SER-RECV-ISSUE
                       " checked in - its claim is settled."
               IF issue_accession > 0
                   DISPLAY "Accession   : " issue_accession
               END-IF
               DISPLAY "*------------------------------------*"
           END-IF
           END-IF.

           SERIAL-LOG-MISSING.
      *    Logs the expected issue as missing at its scheduled
      *    date and moves the schedule on past it.
           MOVE serial_id TO issue_serial_id
           MOVE serial_next_issue TO issue_no
           MOVE serial_next_date TO issue_expected
           MOVE 0 TO issue_received
           MOVE 'M' TO issue_status
           MOVE 0 TO issue_accession
           MOVE "ISSUE-MISS" TO WS-AUD-ACTION
           PERFORM APPEND-ISSUE-ROW
           MOVE serial_next_date TO WS-SER-ADV-DATE
           PERFORM SERIAL-ADVANCE-DATE
           MOVE WS-SER-ADV-DATE TO serial_next_date
           ADD 1 TO serial_next_issue.

           SERIAL-RECEIVE-ISSUE.
      *    Logs issue WS-SER-RECV-ISSUE (due WS-SER-RECV-DATE) as
      *    received today. A circulating title is posted to the
      *    catalog - one Books.csv title per serial, author
      *    SERIAL, genre SERIALS - and the issue gets its own
      *    accession row so it checks out and returns like any
      *    other copy.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE serial_id TO issue_serial_id
           MOVE WS-SER-RECV-ISSUE TO issue_no
           MOVE WS-SER-RECV-DATE TO issue_expected
           MOVE WS-TODAY TO issue_received
           MOVE 'R' TO issue_status
           MOVE 0 TO issue_accession
           MOVE WS-TODAY TO serial_last_recv
           IF serial_circ = 'Y'
               MOVE serial_title TO WS-NEW-BOOK-NAME
               MOVE "SERIAL" TO WS-NEW-BOOK-AUTHOR
               MOVE "SERIALS" TO WS-NEW-BOOK-GENRE
               MOVE 1 TO WS-NEW-BOOK-COUNT
               MOVE 0 TO WS-NEW-BOOK-PRICE
               PERFORM POST-STOCK-TO-CATALOG
               MOVE WS-POSTED-BOOK-ID TO serial_book_id
               IF WS-COPIES-ISSUED > 0
                   MOVE copy_accession TO issue_accession
               END-IF
           END-IF
           MOVE "ISSUE-RECV" TO WS-AUD-ACTION
           PERFORM APPEND-ISSUE-ROW.

           APPEND-ISSUE-ROW.
      *    Appends issue_detail to SerialIssues.csv, journalled
      *    under the action already in WS-AUD-ACTION.
           MOVE SPACES TO WS-ISS-LINE
           STRING issue_serial_id DELIMITED BY SIZE ","
                  issue_no DELIMITED BY SIZE ","
                  issue_expected DELIMITED BY SIZE ","
                  issue_received DELIMITED BY SIZE ","
                  issue_status DELIMITED BY SIZE ","
                  issue_accession DELIMITED BY SIZE
                  INTO WS-ISS-LINE
           OPEN EXTEND ISSUE-FILE
           IF ISSUE-STATUS = '35'
               OPEN OUTPUT ISSUE-FILE
           END-IF
           MOVE WS-ISS-LINE TO ISSUE-RECORD
           WRITE ISSUE-RECORD
           CLOSE ISSUE-FILE

           MOVE SPACES TO WS-AUD-KEY
           STRING issue_serial_id DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  issue_no DELIMITED BY SIZE
                  INTO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE WS-ISS-LINE TO WS-AUD-AFTER
           MOVE "ISSUES" TO WS-AUD-FILE
           PERFORM WRITE-AUDIT-RECORD.

           PARSE-ISSUE-ROW.
           MOVE 0 TO issue_serial_id
           MOVE 0 TO issue_no
           MOVE 0 TO issue_expected
           MOVE 0 TO issue_received
           MOVE SPACE TO issue_status
           MOVE 0 TO issue_accession
           UNSTRING ISSUE-RECORD DELIMITED BY ","
               INTO issue_serial_id, issue_no, issue_expected,
               issue_received, issue_status, issue_accession.

           SERIAL-FIND-ISSUE.
      *    State of issue WS-SER-RECV-ISSUE of serial
      *    WS-LOOKUP-SERIAL-ID in WS-SER-ISS-STATE: R once any row
      *    shows it received, M when only logged missing, space
      *    when it was never logged. WS-SER-ISS-EXPECTED carries
      *    its scheduled date.
           MOVE SPACE TO WS-SER-ISS-STATE
           MOVE 0 TO WS-SER-ISS-EXPECTED
           MOVE 'N' TO WS-ISS-EOF
           OPEN INPUT ISSUE-FILE
           IF ISSUE-STATUS = '00'
               PERFORM UNTIL WS-ISS-EOF = 'Y'
                   READ ISSUE-FILE INTO ISSUE-RECORD
                       AT END
                           MOVE 'Y' TO WS-ISS-EOF
                       NOT AT END
                           PERFORM PARSE-ISSUE-ROW
                           IF issue_serial_id = WS-LOOKUP-SERIAL-ID
                              AND issue_no = WS-SER-RECV-ISSUE
                               MOVE issue_expected
                                   TO WS-SER-ISS-EXPECTED
                               IF issue_status = 'R'
                                   MOVE 'R' TO WS-SER-ISS-STATE
                               ELSE
                                   IF WS-SER-ISS-STATE = SPACE
                                       MOVE 'M' TO WS-SER-ISS-STATE
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ISSUE-FILE
           END-IF.

           SERIAL-ISSUE-HISTORY.
      *    Every issue logged for one subscription, received and
      *    missing, in the order they were logged.
           DISPLAY " "
           DISPLAY "Enter Serial ID : "
           ACCEPT WS-LOOKUP-SERIAL-ID
           PERFORM FIND-SERIAL-BY-ID
           IF WS-SER-FOUND = 'N'
               DISPLAY "Serial ID not on file."
           ELSE
               DISPLAY " "
               DISPLAY "ISSUES OF " FUNCTION TRIM(serial_title)
                       " (" FUNCTION TRIM(serial_vendor) ")"
               DISPLAY HEADER-LINE
               DISPLAY ISSUE-HEADER
               DISPLAY HEADER-LINE
               MOVE 'N' TO WS-ISS-LISTED
               MOVE 'N' TO WS-ISS-EOF
               OPEN INPUT ISSUE-FILE
               IF ISSUE-STATUS = '00'
                   PERFORM UNTIL WS-ISS-EOF = 'Y'
                       READ ISSUE-FILE INTO ISSUE-RECORD
                           AT END
                               MOVE 'Y' TO WS-ISS-EOF
                           NOT AT END
                               PERFORM PARSE-ISSUE-ROW
                               IF issue_serial_id = serial_id
                                   PERFORM SERIAL-ISSUE-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ISSUE-FILE
               END-IF
               IF WS-ISS-LISTED = 'N'
                   DISPLAY "No issues logged yet."
               END-IF
               DISPLAY HEADER-LINE
               DISPLAY "Next issue " serial_next_issue
                       " expected " serial_next_date
           END-IF.

           SERIAL-ISSUE-LINE.
           MOVE 'Y' TO WS-ISS-LISTED
           MOVE issue_no TO is_issue_no
           MOVE issue_expected TO is_expected
           IF issue_status = 'R'
               MOVE issue_received TO is_received
               MOVE "RECEIVED" TO is_status
           ELSE
               MOVE SPACES TO is_received
               MOVE "MISSING" TO is_status
           END-IF
           IF issue_accession > 0
               MOVE issue_accession TO is_accession
           ELSE
               MOVE SPACES TO is_accession
           END-IF
           DISPLAY ISSUE-DETAIL-LINE.

           CANCEL-SERIAL.
      *    Supervisor cancel or reinstate of a subscription. A
      *    cancelled title drops out of check-in and the claims
      *    report; reinstating asks where the schedule resumes.
           DISPLAY " "
           DISPLAY "Enter Serial ID : "
           ACCEPT WS-LOOKUP-SERIAL-ID
           PERFORM FIND-SERIAL-BY-ID
           IF WS-SER-FOUND = 'N'
               DISPLAY "Serial ID not on file."
           ELSE
               DISPLAY "Title       : " serial_title
               DISPLAY "Vendor      : " serial_vendor
               IF serial_status = 'C'
                   DISPLAY "Status      : CANCELLED"
                   DISPLAY "Next issue number (blank for "
                           serial_next_issue "): "
                   MOVE SPACES TO WS-SER-ISSUE-INPUT
                   ACCEPT WS-SER-ISSUE-INPUT
                   IF WS-SER-ISSUE-INPUT NOT = SPACES AND
                      FUNCTION TRIM(WS-SER-ISSUE-INPUT) IS NUMERIC
                       IF FUNCTION NUMVAL(WS-SER-ISSUE-INPUT) > 0
                           COMPUTE serial_next_issue =
                               FUNCTION NUMVAL(WS-SER-ISSUE-INPUT)
                       END-IF
                   END-IF
                   PERFORM GET-VALID-SERIAL-DATE
                   COMPUTE serial_day =
                       FUNCTION MOD(serial_next_date, 100)
                   DISPLAY "Enter 1 to Reinstate, 0 to Cancel: "
                   ACCEPT WS-CONFIRM-CHOICE
                   IF WS-CONFIRM-CHOICE = 1
                       MOVE 'A' TO serial_status
                       MOVE "SERIAL-REINS" TO WS-AUD-ACTION
                       PERFORM SAVE-SERIAL-ROW
                       DISPLAY "Subscription reinstated."
                   ELSE
                       DISPLAY "Subscription left cancelled."
                   END-IF
               ELSE
                   DISPLAY "Status      : ACTIVE"
                   DISPLAY "Enter 1 to Cancel Subscription, 0 to "
                           "Keep: "
                   ACCEPT WS-CONFIRM-CHOICE
                   IF WS-CONFIRM-CHOICE = 1
                       MOVE 'C' TO serial_status
                       MOVE "SERIAL-CANCL" TO WS-AUD-ACTION
                       PERFORM SAVE-SERIAL-ROW
                       DISPLAY "Subscription cancelled."
                   ELSE
                       DISPLAY "Subscription left active."
                   END-IF
               END-IF
           END-IF.

           SAVE-SERIAL-ROW.
      *    Writes serial_detail back to its Serials.csv row,
      *    journalled under the action already in WS-AUD-ACTION.
           PERFORM BUILD-SERIAL-ROW
           MOVE WS-SER-LINE TO SERW-NEW-LINE
           MOVE serial_id TO SERW-TARGET-ID
           PERFORM REWRITE-SERIAL-FILE.

           REWRITE-SERIAL-FILE.
      *    Backs Serials.csv up and rewrites it through a scratch
      *    file, replacing the one row whose serial_id matches
      *    SERW-TARGET-ID. Mirrors REWRITE-ORDER-FILE.
           MOVE 'N' TO SERW-EOF
           OPEN INPUT SERIAL-FILE
           OPEN OUTPUT SERIAL-BACKUP-FILE
           PERFORM UNTIL SERW-EOF = 'Y'
               READ SERIAL-FILE INTO SERIAL-RECORD
                   AT END MOVE 'Y' TO SERW-EOF
                   NOT AT END
                       WRITE SERIAL-BACKUP-RECORD FROM SERIAL-RECORD
               END-READ
           END-PERFORM
           CLOSE SERIAL-FILE
           CLOSE SERIAL-BACKUP-FILE

           MOVE 'N' TO SERW-EOF
           MOVE 'N' TO SERW-FOUND
           OPEN INPUT SERIAL-FILE
           OPEN OUTPUT SERIAL-SCRATCH-FILE
           PERFORM UNTIL SERW-EOF = 'Y'
               READ SERIAL-FILE INTO SERIAL-RECORD
                   AT END MOVE 'Y' TO SERW-EOF
                   NOT AT END
                       MOVE 0 TO SERW-CUR-ID
                       UNSTRING SERIAL-RECORD DELIMITED BY ","
                           INTO SERW-CUR-ID
                       IF SERW-CUR-ID = SERW-TARGET-ID
                           MOVE 'Y' TO SERW-FOUND
                           MOVE SERIAL-RECORD TO WS-AUD-BEFORE
                           MOVE SERW-NEW-LINE TO WS-AUD-AFTER
                           MOVE SERW-TARGET-ID TO WS-AUD-KEY
                           MOVE "SERIALS" TO WS-AUD-FILE
                           PERFORM WRITE-AUDIT-RECORD
                           WRITE SERIAL-SCRATCH-RECORD
                               FROM SERW-NEW-LINE
                       ELSE
                           WRITE SERIAL-SCRATCH-RECORD
                               FROM SERIAL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SERIAL-FILE
           CLOSE SERIAL-SCRATCH-FILE

           MOVE "SERIALS" TO WS-TORN-TAG
           PERFORM SET-REWRITE-MARKER
           OPEN INPUT SERIAL-SCRATCH-FILE
           OPEN OUTPUT SERIAL-FILE
           MOVE 'N' TO SERW-EOF
           PERFORM UNTIL SERW-EOF = 'Y'
               READ SERIAL-SCRATCH-FILE INTO SERIAL-RECORD
                   AT END MOVE 'Y' TO SERW-EOF
                   NOT AT END WRITE SERIAL-RECORD
               END-READ
           END-PERFORM
           CLOSE SERIAL-SCRATCH-FILE
           CLOSE SERIAL-FILE
           PERFORM CLEAR-REWRITE-MARKER.

           SERIAL-CLAIMS-REPORT.
      *    Issues to chase with the vendor (batch code 59 and
      *    Serials 5): every issue logged missing and not since
      *    received, and every expected issue whose date is
      *    further back than the vendor's grace period, on active
      *    subscriptions. Grouped by vendor so each block can go
      *    straight onto that vendor's claim letter.
           MOVE "CLAIMS-" TO WS-RPT-PREFIX
           MOVE "SERIALS MISSING-ISSUE CLAIMS" TO WS-RPT-TITLE
           PERFORM OPEN-REPORT-FILE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM LOAD-SERIAL-VENDORS
           PERFORM LOAD-OPEN-MISSING

           MOVE 0 TO WS-CLAIM-COUNT
           MOVE 'N' TO WS-CLAIM-OVERFLOW
           MOVE 'N' TO WS-SER-EOF
           OPEN INPUT SERIAL-FILE
           IF SERIAL-STATUS = '00'
               PERFORM UNTIL WS-SER-EOF = 'Y'
                   READ SERIAL-FILE INTO SERIAL-RECORD
                       AT END
                           MOVE 'Y' TO WS-SER-EOF
                       NOT AT END
                           PERFORM PARSE-SERIAL-ROW
                           IF serial_status = 'A'
                               PERFORM CLAIM-CHECK-SERIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERIAL-FILE
           END-IF

           MOVE 0 TO WS-CLAIM-VENDORS
           IF WS-CLAIM-COUNT = 0
               MOVE "NO ISSUES OVERDUE PAST THEIR VENDOR'S GRACE "
                   & "PERIOD." TO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           ELSE
               PERFORM VARYING WS-CLAIM-IX FROM 1 BY 1
                       UNTIL WS-CLAIM-IX > WS-CLAIM-COUNT
                   IF CL-PRINTED(WS-CLAIM-IX) = 'N'
                       PERFORM CLAIM-PRINT-VENDOR
                   END-IF
               END-PERFORM
               DISPLAY HEADER-LINE
               WRITE REPORT-RECORD FROM HEADER-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "TOTAL: " DELIMITED BY SIZE
                      WS-CLAIM-COUNT DELIMITED BY SIZE
                      " ISSUE(S) TO CLAIM FROM " DELIMITED BY SIZE
                      WS-CLAIM-VENDORS DELIMITED BY SIZE
                      " VENDOR(S)." DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           PERFORM CLOSE-REPORT-FILE.

           LOAD-SERIAL-VENDORS.
      *    Reads SerialVendors.csv (vendor name, grace days) into
      *    the grace table once per run. A vendor not listed, or
      *    no file at all, gets WS-SER-GRACE-DAYS.
           IF WS-SV-LOADED = 'N'
               MOVE 'Y' TO WS-SV-LOADED
               MOVE 0 TO WS-SV-COUNT
               MOVE 'N' TO WS-SV-EOF
               OPEN INPUT SERIAL-VENDOR-FILE
               IF SERIAL-VENDOR-STATUS = '00'
                   PERFORM UNTIL WS-SV-EOF = 'Y'
                       READ SERIAL-VENDOR-FILE
                           INTO SERIAL-VENDOR-RECORD
                           AT END
                               MOVE 'Y' TO WS-SV-EOF
                           NOT AT END
                               PERFORM LOAD-ONE-SERIAL-VENDOR
                       END-READ
                   END-PERFORM
                   CLOSE SERIAL-VENDOR-FILE
               END-IF
           END-IF.

           LOAD-ONE-SERIAL-VENDOR.
           MOVE SPACES TO WS-SV-NAME-X
           MOVE SPACES TO WS-SV-DAYS-X
           UNSTRING SERIAL-VENDOR-RECORD DELIMITED BY ","
               INTO WS-SV-NAME-X, WS-SV-DAYS-X
           IF WS-SV-NAME-X NOT = SPACES AND
              FUNCTION TRIM(WS-SV-DAYS-X) IS NUMERIC
               IF WS-SV-COUNT < 100
                   ADD 1 TO WS-SV-COUNT
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-SV-NAME-X))
                       TO SV-VENDOR(WS-SV-COUNT)
                   COMPUTE SV-GRACE(WS-SV-COUNT) =
                       FUNCTION NUMVAL(WS-SV-DAYS-X)
               ELSE
                   IF WS-SV-OVERFLOW = 'N'
                       DISPLAY "WARNING: more than 100 vendors on "
                               "SerialVendors.csv - extra rows are "
                               "ignored."
                       MOVE 'Y' TO WS-SV-OVERFLOW
                   END-IF
               END-IF
           END-IF.

           GET-VENDOR-GRACE.
      *    Grace days for serial_vendor into WS-SER-GRACE.
           MOVE WS-SER-GRACE-DAYS TO WS-SER-GRACE
           PERFORM VARYING WS-SV-IX FROM 1 BY 1
                   UNTIL WS-SV-IX > WS-SV-COUNT
               IF SV-VENDOR(WS-SV-IX) = FUNCTION UPPER-CASE(
                      FUNCTION TRIM(serial_vendor))
                   MOVE SV-GRACE(WS-SV-IX) TO WS-SER-GRACE
               END-IF
           END-PERFORM.

           LOAD-OPEN-MISSING.
      *    Issues logged missing and not received since, from
      *    SerialIssues.csv. The log is in arrival order, so an R
      *    row always follows the M row it settles.
           MOVE 0 TO WS-MISS-COUNT
           MOVE 'N' TO WS-MISS-OVERFLOW
           MOVE 'N' TO WS-ISS-EOF
           OPEN INPUT ISSUE-FILE
           IF ISSUE-STATUS = '00'
               PERFORM UNTIL WS-ISS-EOF = 'Y'
                   READ ISSUE-FILE INTO ISSUE-RECORD
                       AT END
                           MOVE 'Y' TO WS-ISS-EOF
                       NOT AT END
                           PERFORM PARSE-ISSUE-ROW
                           PERFORM LOAD-ONE-MISSING
                   END-READ
               END-PERFORM
               CLOSE ISSUE-FILE
           END-IF.

           LOAD-ONE-MISSING.
           IF issue_status = 'M'
               IF WS-MISS-COUNT < 500
                   ADD 1 TO WS-MISS-COUNT
                   MOVE issue_serial_id TO MS-SERIAL-ID(WS-MISS-COUNT)
                   MOVE issue_no TO MS-ISSUE(WS-MISS-COUNT)
                   MOVE issue_expected TO MS-EXPECTED(WS-MISS-COUNT)
                   MOVE 'Y' TO MS-OPEN(WS-MISS-COUNT)
               ELSE
                   IF WS-MISS-OVERFLOW = 'N'
                       DISPLAY "WARNING: more than 500 missing "
                               "issues outstanding - the rest are "
                               "left off this report."
                       MOVE 'Y' TO WS-MISS-OVERFLOW
                   END-IF
               END-IF
           ELSE
               PERFORM VARYING WS-MISS-IX FROM 1 BY 1
                       UNTIL WS-MISS-IX > WS-MISS-COUNT
                   IF MS-SERIAL-ID(WS-MISS-IX) = issue_serial_id AND
                      MS-ISSUE(WS-MISS-IX) = issue_no
                       MOVE 'N' TO MS-OPEN(WS-MISS-IX)
                   END-IF
               END-PERFORM
           END-IF.

           CLAIM-CHECK-SERIAL.
      *    Claim lines for the subscription in serial_detail: its
      *    outstanding missing issues, then the expected issue and
      *    any after it that are also past grace (at most
      *    WS-SER-MAX-GAP of them).
           PERFORM GET-VENDOR-GRACE
           PERFORM VARYING WS-MISS-IX FROM 1 BY 1
                   UNTIL WS-MISS-IX > WS-MISS-COUNT
               IF MS-SERIAL-ID(WS-MISS-IX) = serial_id AND
                  MS-OPEN(WS-MISS-IX) = 'Y'
                   MOVE MS-ISSUE(WS-MISS-IX) TO WS-CLAIM-ISSUE
                   MOVE MS-EXPECTED(WS-MISS-IX) TO WS-CLAIM-DATE
                   MOVE "SKIPPED" TO WS-CLAIM-KIND
                   PERFORM CLAIM-ADD-IF-LATE
               END-IF
           END-PERFORM
           IF FUNCTION TEST-DATE-YYYYMMDD(serial_next_date) = 0
               MOVE serial_next_issue TO WS-CLAIM-ISSUE
               MOVE serial_next_date TO WS-SER-ADV-DATE
               MOVE 0 TO WS-CLAIM-LOOKAHEAD
               PERFORM UNTIL WS-CLAIM-LOOKAHEAD >= WS-SER-MAX-GAP OR
                       FUNCTION INTEGER-OF-DATE(WS-SER-ADV-DATE)
                       + WS-SER-GRACE >= WS-TODAY-INT
                   MOVE WS-SER-ADV-DATE TO WS-CLAIM-DATE
                   MOVE "OVERDUE" TO WS-CLAIM-KIND
                   PERFORM CLAIM-ADD-IF-LATE
                   PERFORM SERIAL-ADVANCE-DATE
                   ADD 1 TO WS-CLAIM-ISSUE
                   ADD 1 TO WS-CLAIM-LOOKAHEAD
               END-PERFORM
           END-IF.

           CLAIM-ADD-IF-LATE.
      *    Adds WS-CLAIM-ISSUE (due WS-CLAIM-DATE) to the claim
      *    table when it is more than WS-SER-GRACE days late.
           COMPUTE WS-CLAIM-LATE = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-CLAIM-DATE)
           IF WS-CLAIM-LATE > WS-SER-GRACE
               IF WS-CLAIM-COUNT < 500
                   ADD 1 TO WS-CLAIM-COUNT
                   MOVE FUNCTION UPPER-CASE(serial_vendor)
                       TO CL-VENDOR(WS-CLAIM-COUNT)
                   MOVE serial_id TO CL-SERIAL-ID(WS-CLAIM-COUNT)
                   MOVE serial_title TO CL-TITLE(WS-CLAIM-COUNT)
                   MOVE WS-CLAIM-ISSUE TO CL-ISSUE(WS-CLAIM-COUNT)
                   MOVE WS-CLAIM-DATE TO CL-EXPECTED(WS-CLAIM-COUNT)
                   MOVE WS-CLAIM-LATE TO CL-LATE(WS-CLAIM-COUNT)
                   MOVE WS-SER-GRACE TO CL-GRACE(WS-CLAIM-COUNT)
                   MOVE WS-CLAIM-KIND TO CL-KIND(WS-CLAIM-COUNT)
                   MOVE 'N' TO CL-PRINTED(WS-CLAIM-COUNT)
               ELSE
                   IF WS-CLAIM-OVERFLOW = 'N'
                       DISPLAY "WARNING: more than 500 claim lines "
                               "- the rest are left off this report."
                       MOVE 'Y' TO WS-CLAIM-OVERFLOW
                   END-IF
               END-IF
           END-IF.

           CLAIM-PRINT-VENDOR.
      *    Prints the block for the vendor of claim line
      *    WS-CLAIM-IX: every unprinted line for that vendor.
           MOVE CL-VENDOR(WS-CLAIM-IX) TO WS-CLAIM-VENDOR
           ADD 1 TO WS-CLAIM-VENDORS
           MOVE 0 TO WS-CLAIM-VEND-LINES
           DISPLAY " "
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-RPT-LINE
           STRING "VENDOR: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLAIM-VENDOR) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           DISPLAY HEADER-LINE
           DISPLAY CLAIM-HEADER
           DISPLAY HEADER-LINE
           WRITE REPORT-RECORD FROM HEADER-LINE
           WRITE REPORT-RECORD FROM CLAIM-HEADER
           WRITE REPORT-RECORD FROM HEADER-LINE
           PERFORM VARYING WS-CLAIM-JX FROM WS-CLAIM-IX BY 1
                   UNTIL WS-CLAIM-JX > WS-CLAIM-COUNT
               IF CL-PRINTED(WS-CLAIM-JX) = 'N' AND
                  CL-VENDOR(WS-CLAIM-JX) = WS-CLAIM-VENDOR
                   MOVE 'Y' TO CL-PRINTED(WS-CLAIM-JX)
                   ADD 1 TO WS-CLAIM-VEND-LINES
                   MOVE CL-SERIAL-ID(WS-CLAIM-JX) TO cd_serial_id
                   MOVE CL-TITLE(WS-CLAIM-JX) TO cd_title
                   MOVE CL-ISSUE(WS-CLAIM-JX) TO cd_issue
                   MOVE CL-EXPECTED(WS-CLAIM-JX) TO cd_expected
                   MOVE CL-LATE(WS-CLAIM-JX) TO cd_late
                   MOVE CL-GRACE(WS-CLAIM-JX) TO cd_grace
                   MOVE CL-KIND(WS-CLAIM-JX) TO cd_kind
                   DISPLAY CLAIM-DETAIL-LINE
                   WRITE REPORT-RECORD FROM CLAIM-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-CLAIM-VEND-LINES DELIMITED BY SIZE
                  " ISSUE(S) TO CLAIM" DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

       RECORDS-PARA.
           MOVE 1 TO WS-RECORDS-SUBCHOICE
           PERFORM UNTIL WS-RECORDS-SUBCHOICE = 17
               DISPLAY " "
               DISPLAY "RECORDS MENU"
               DISPLAY "1. Overdue Books and Fines Report"
               DISPLAY "2. Inventory Summary Report"
               DISPLAY "3. Fines Summary"
               DISPLAY "4. Archive Closed Loans"
               DISPLAY "5. Overdue Notice Extract"
               DISPLAY "6. Audit Journal Inquiry"
               DISPLAY "7. Reconciliation Report"
               DISPLAY "8. Lost Loan Billing Run"
               DISPLAY "9. Circulation Statistics"
               DISPLAY "10. End-of-Day Close"
               DISPLAY "11. Cash-Up Report"
               DISPLAY "12. Weeding Report"
               DISPLAY "13. Withdraw Approved Weeding List"
               DISPLAY "14. Membership Expiry Run"
               DISPLAY "15. Patron Privacy Purge"
               DISPLAY "16. Recover From EOD Generation"
               DISPLAY "17. Exit"
               DISPLAY "Enter your choice (1-17): "
               ACCEPT WS-RECORDS-SUBCHOICE

               EVALUATE WS-RECORDS-SUBCHOICE
                   WHEN 1 PERFORM OVERDUE-REPORT
                   WHEN 2 PERFORM INVENTORY-REPORT
                   WHEN 3 PERFORM FINES-SUMMARY
                   WHEN 4
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           PERFORM ARCHIVE-CLOSED-LOANS
                       END-IF
                   WHEN 5 PERFORM OVERDUE-NOTICES
                   WHEN 6 PERFORM AUDIT-INQUIRY
                   WHEN 7 PERFORM RECONCILIATION-REPORT
                   WHEN 8
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           IF WS-OPER-ROLE = 'C'
                               PERFORM REFUSE-ROLE
                           ELSE
                               PERFORM LOST-LOAN-BILLING
                           END-IF
                       END-IF
                   WHEN 9 PERFORM CIRCULATION-STATS
                   WHEN 10
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           IF WS-OPER-ROLE = 'C'
                               PERFORM REFUSE-ROLE
                           ELSE
                               PERFORM END-OF-DAY-CLOSE
                           END-IF
                       END-IF
                   WHEN 11 PERFORM CASH-UP-REPORT
                   WHEN 12 PERFORM WEEDING-REPORT
                   WHEN 13
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           IF WS-OPER-ROLE = 'C'
                               PERFORM REFUSE-ROLE
                           ELSE
                               PERFORM WEED-WITHDRAWAL
                           END-IF
                       END-IF
                   WHEN 14
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           IF WS-OPER-ROLE = 'C'
                               PERFORM REFUSE-ROLE
                           ELSE
                               PERFORM MEMBERSHIP-EXPIRY-RUN
                           END-IF
                       END-IF
                   WHEN 15
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           IF WS-OPER-ROLE NOT = 'A'
                               PERFORM REFUSE-ROLE
                           ELSE
                               PERFORM PRIVACY-PURGE
                           END-IF
                       END-IF
                   WHEN 16
                       IF WS-READONLY = 'Y'
                           PERFORM REFUSE-UPDATE
                       ELSE
                           IF WS-OPER-ROLE NOT = 'A'
                               PERFORM REFUSE-ROLE
                           ELSE
                               PERFORM RECOVER-FROM-GENERATION
                           END-IF
                       END-IF
                   WHEN 17 DISPLAY "Program exits."
                   WHEN OTHER DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.

           OVERDUE-REPORT.
           MOVE 'N' TO WS-OVERDUE-FOUND
           MOVE 0 TO WS-TOT-FINES-DUE
           MOVE "OVERDUE-" TO WS-RPT-PREFIX
           MOVE "OVERDUE BOOKS AND FINES REPORT" TO WS-RPT-TITLE
           PERFORM OPEN-REPORT-FILE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS = '00'
               MOVE 'N' TO WS-LOAN-EOF
               PERFORM UNTIL WS-LOAN-EOF = 'Y'
                   READ LOAN-FILE INTO LOAN-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAN-EOF
                       NOT AT END
                           UNSTRING LOAN-RECORD DELIMITED BY ","
                               INTO loan_id, loan_member_id,
                               loan_book_id, loan_date, loan_due_date,
                               loan_return_date, loan_status
                           IF loan_status = 'O'
                               COMPUTE WS-DUE-INT =
                                   FUNCTION
                                       INTEGER-OF-DATE(loan_due_date)
                               IF WS-DUE-INT < WS-TODAY-INT
                                   IF WS-OVERDUE-FOUND = 'N'
                                       DISPLAY " "
                                       DISPLAY "OVERDUE BOOKS AND FINES"
                                       DISPLAY HEADER-LINE
                                       DISPLAY OVERDUE-HEADER
                                       DISPLAY HEADER-LINE
                                       WRITE REPORT-RECORD
                                           FROM OVERDUE-HEADER
                                       WRITE REPORT-RECORD
                                           FROM HEADER-LINE
                                       MOVE 'Y' TO WS-OVERDUE-FOUND
                                   END-IF
                                   PERFORM COUNT-OPEN-DAYS-LATE
                                   MOVE loan_member_id
                                       TO WS-LOOKUP-MEMBER-ID
                                   PERFORM FIND-MEMBER-NAME
                                   PERFORM GET-MEMBER-CATEGORY
                                   PERFORM SET-CATEGORY-RULES
                                   COMPUTE WS-FINE-AMT ROUNDED =
                                       WS-DAYS-LATE
                                       * WS-CAT-FINE-RATE
                                   MOVE loan_member_id TO od_member_id
                                   MOVE WS-MEMBER-NAME-OUT TO
                                       od_member_name
                                   MOVE loan_book_id TO od_book_id
                                   MOVE loan_due_date TO od_due_date
                                   MOVE WS-DAYS-LATE TO od_days_late
                                   MOVE WS-FINE-AMT TO od_fine
                                   ADD WS-FINE-AMT
                                       TO WS-TOT-FINES-DUE
                                   DISPLAY OVERDUE-DETAIL
                                   WRITE REPORT-RECORD
                                       FROM OVERDUE-DETAIL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-OVERDUE-FOUND = 'Y'
                   DISPLAY HEADER-LINE
                   WRITE REPORT-RECORD FROM HEADER-LINE
                   MOVE WS-TOT-FINES-DUE TO WS-AMOUNT-OUT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "TOTAL FINES OUTSTANDING: "
                          DELIMITED BY SIZE
                          WS-AMOUNT-OUT DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   DISPLAY WS-RPT-LINE
                   WRITE REPORT-RECORD FROM WS-RPT-LINE
               ELSE
                   DISPLAY "No overdue books."
                   MOVE "NO OVERDUE BOOKS." TO WS-RPT-LINE
                   WRITE REPORT-RECORD FROM WS-RPT-LINE
               END-IF
               CLOSE LOAN-FILE
           ELSE
               DISPLAY "No loan records on file."
               MOVE "NO LOAN RECORDS ON FILE." TO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           PERFORM CLOSE-REPORT-FILE.

           FIND-MEMBER-NAME.
           MOVE "UNKNOWN" TO WS-MEMBER-NAME-OUT
           MOVE 'N' TO WS-MEM-EOF
           OPEN INPUT MemberFile
           IF MEMBER-STATUS = '00'
               PERFORM UNTIL WS-MEM-EOF = 'Y'
                   READ MemberFile INTO MemberRecord
                       AT END
                           MOVE 'Y' TO WS-MEM-EOF
                       NOT AT END
                           MOVE 'A' TO member_category
                           UNSTRING MemberRecord DELIMITED BY ","
                               INTO member_id, member_name,
                               member_gender, member_email,
                               member_address, member_flag,
                               member_category
                           IF member_category NOT = 'A' AND
                              member_category NOT = 'C' AND
                              member_category NOT = 'S' AND
                              member_category NOT = 'T'
                               MOVE 'A' TO member_category
                           END-IF
                           IF member_flag NOT = "Y" AND
                              member_flag NOT = "N"
                               MOVE "Y" TO member_flag
                           END-IF
                           IF member_id = WS-LOOKUP-MEMBER-ID
                               MOVE FUNCTION TRIM(member_name)
                                   TO WS-MEMBER-NAME-OUT
                               MOVE 'Y' TO WS-MEM-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MemberFile
           END-IF.

           INVENTORY-REPORT.
           MOVE "INVENTORY-" TO WS-RPT-PREFIX
           MOVE "INVENTORY SUMMARY REPORT" TO WS-RPT-TITLE
           PERFORM OPEN-REPORT-FILE
           MOVE 0 TO WS-TOTAL-TITLES
           MOVE 0 TO WS-TOTAL-COPIES
           MOVE 0 TO WS-TOTAL-MEMBERS
           MOVE 0 TO WS-GENRE-COUNT
           MOVE 'N' TO WS-GENRE-OVERFLOW
           PERFORM CLEAR-BRANCH-COUNTS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 50
               MOVE SPACES TO GT-GENRE(I)
               MOVE 0 TO GT-TITLES(I)
               MOVE 0 TO GT-COPIES(I)
           END-PERFORM

           OPEN INPUT BOOK-FILE
           IF BOOK-STATUS = '00'
               MOVE 'N' TO eof-flag
               PERFORM UNTIL eof-flag = 'Y'
                   READ BOOK-FILE INTO BOOK-RECORD
                       AT END
                           MOVE 'Y' TO eof-flag
                       NOT AT END
                           PERFORM PARSE-BOOK-ROW
                           ADD 1 TO WS-TOTAL-TITLES
                           ADD book_count TO WS-TOTAL-COPIES
                           PERFORM ADD-GENRE-TOTALS
                   END-READ
               END-PERFORM
               CLOSE BOOK-FILE
           END-IF

           OPEN INPUT MemberFile
           IF MEMBER-STATUS = '00'
               MOVE 'N' TO WS-MEM-EOF
               PERFORM UNTIL WS-MEM-EOF = 'Y'
                   READ MemberFile INTO MemberRecord
                       AT END
                           MOVE 'Y' TO WS-MEM-EOF
                       NOT AT END
                           ADD 1 TO WS-TOTAL-MEMBERS
                           PERFORM PARSE-MEMBER-ROW
                           MOVE member_branch TO WS-BR-LOOKUP
                           PERFORM BRANCH-TALLY-IX
                           ADD 1 TO BR-MEMBER-CNT(WS-BR-IX)
                   END-READ
               END-PERFORM
               CLOSE MemberFile
           END-IF

           DISPLAY " "
           DISPLAY "INVENTORY SUMMARY REPORT"
           DISPLAY HEADER-LINE
           DISPLAY "Total Distinct Titles   : " WS-TOTAL-TITLES
           DISPLAY "Total Copies in System  : " WS-TOTAL-COPIES
           DISPLAY "Total Registered Members: " WS-TOTAL-MEMBERS
           DISPLAY HEADER-LINE
           DISPLAY "COPIES BY GENRE"
           DISPLAY GENRE-REPORT-HEADER

           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL DISTINCT TITLES   : " DELIMITED BY SIZE
                  WS-TOTAL-TITLES DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL COPIES IN SYSTEM  : " DELIMITED BY SIZE
                  WS-TOTAL-COPIES DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL REGISTERED MEMBERS: " DELIMITED BY SIZE
                  WS-TOTAL-MEMBERS DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           WRITE REPORT-RECORD FROM HEADER-LINE
           MOVE "COPIES BY GENRE" TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           WRITE REPORT-RECORD FROM GENRE-REPORT-HEADER

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GENRE-COUNT
               MOVE GT-GENRE(I)  TO gr_genre
               MOVE GT-TITLES(I) TO gr_titles
               MOVE GT-COPIES(I) TO gr_copies
               DISPLAY GENRE-REPORT-DETAIL
               WRITE REPORT-RECORD FROM GENRE-REPORT-DETAIL
           END-PERFORM
           DISPLAY HEADER-LINE
           PERFORM INVENTORY-BY-BRANCH
           PERFORM CLOSE-REPORT-FILE.

           INVENTORY-BY-BRANCH.
      *    Tracked copies by branch: owned by home branch, on the
      *    shelf, on loan and unavailable (damaged, in repair,
      *    lost) by where they are now, and in transit by where
      *    they are headed. Withdrawn copies are left out.
      *    Members are counted by home branch.
           MOVE 'N' TO WS-COPY-EOF
           OPEN INPUT COPY-FILE
           IF COPY-STATUS = '00'
               PERFORM UNTIL WS-COPY-EOF = 'Y'
                   READ COPY-FILE INTO COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                       NOT AT END
                           PERFORM PARSE-COPY-ROW
                           IF copy_status NOT = 'W'
                               PERFORM INVENTORY-TALLY-COPY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COPY-FILE
           END-IF

           DISPLAY "COPIES BY BRANCH"
           DISPLAY BRANCH-INV-HEADER
           MOVE "COPIES BY BRANCH" TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           WRITE REPORT-RECORD FROM BRANCH-INV-HEADER
           PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BR-RPT-COUNT
               MOVE BR-CODE(WS-BR-IX) TO bi_branch
               MOVE BR-NAME(WS-BR-IX) TO bi_name
               MOVE BR-HOME-CNT(WS-BR-IX) TO bi_owned
               MOVE BR-SHELF-CNT(WS-BR-IX) TO bi_shelf
               MOVE BR-OUT-CNT(WS-BR-IX) TO bi_out
               MOVE BR-TRANSIT-CNT(WS-BR-IX) TO bi_transit
               MOVE BR-OTHER-CNT(WS-BR-IX) TO bi_other
               MOVE BR-MEMBER-CNT(WS-BR-IX) TO bi_members
               DISPLAY BRANCH-INV-DETAIL
               WRITE REPORT-RECORD FROM BRANCH-INV-DETAIL
           END-PERFORM
           DISPLAY HEADER-LINE
           WRITE REPORT-RECORD FROM HEADER-LINE.

           INVENTORY-TALLY-COPY.
           MOVE copy_home TO WS-BR-LOOKUP
           PERFORM BRANCH-TALLY-IX
           ADD 1 TO BR-HOME-CNT(WS-BR-IX)
           IF copy_status = 'T'
               MOVE copy_transit_to TO WS-BR-LOOKUP
           ELSE
               MOVE copy_current TO WS-BR-LOOKUP
           END-IF
           PERFORM BRANCH-TALLY-IX
           EVALUATE copy_status
               WHEN 'S' ADD 1 TO BR-SHELF-CNT(WS-BR-IX)
               WHEN 'O' ADD 1 TO BR-OUT-CNT(WS-BR-IX)
               WHEN 'T' ADD 1 TO BR-TRANSIT-CNT(WS-BR-IX)
               WHEN OTHER ADD 1 TO BR-OTHER-CNT(WS-BR-IX)
           END-EVALUATE.

           OPEN-REPORT-FILE.
      *    Builds the dated print-file name (prefix + run date +
      *    .RPT), opens it fresh, and writes the standard title
      *    block with the run date and time.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE SPACES TO WS-REPORT-NAME
           STRING FUNCTION TRIM(WS-RPT-PREFIX) DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".RPT" DELIMITED BY SIZE
                  INTO WS-REPORT-NAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADER-LINE
           MOVE "LIBRARY MANAGEMENT SYSTEM" TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE WS-RPT-TITLE TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE WS-TODAY TO rs_date
           MOVE WS-RUN-TIME-RAW(1:6) TO rs_time
           WRITE REPORT-RECORD FROM RUN-STAMP-LINE
           WRITE REPORT-RECORD FROM HEADER-LINE.

           CLOSE-REPORT-FILE.
           MOVE "** END OF REPORT **" TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Report written to "
                   FUNCTION TRIM(WS-REPORT-NAME).

           OVERDUE-NOTICES.
      *    One notice per member with an overdue loan: name, address
      *    and email from Members.csv, each overdue title with due
      *    date, days late and fine, and the member's total. The
      *    extract file is what the branch prints and mails (or
      *    feeds to the mailer off the email line).
           MOVE "NOTICES-" TO WS-RPT-PREFIX
           MOVE "OVERDUE NOTICE EXTRACT" TO WS-RPT-TITLE
           PERFORM OPEN-REPORT-FILE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE 0 TO WS-NOTICE-COUNT

           MOVE 'N' TO WS-MEM-EOF
           OPEN INPUT MemberFile
           IF MEMBER-STATUS = '00'
               PERFORM UNTIL WS-MEM-EOF = 'Y'
                   READ MemberFile INTO MemberRecord
                       AT END
                           MOVE 'Y' TO WS-MEM-EOF
                       NOT AT END
                           MOVE 'A' TO member_category
                           UNSTRING MemberRecord DELIMITED BY ","
                               INTO member_id, member_name,
                               member_gender, member_email,
                               member_address, member_flag,
                               member_category
                           IF member_category NOT = 'A' AND
                              member_category NOT = 'C' AND
                              member_category NOT = 'S' AND
                              member_category NOT = 'T'
                               MOVE 'A' TO member_category
                           END-IF
                           PERFORM BUILD-MEMBER-NOTICE
                   END-READ
               END-PERFORM
               CLOSE MemberFile
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING WS-NOTICE-COUNT DELIMITED BY SIZE
                  " NOTICE(S) WRITTEN." DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           PERFORM CLOSE-REPORT-FILE.

           BUILD-MEMBER-NOTICE.
      *    Scans Loans.csv for the member row currently loaded and,
      *    on the first overdue loan found, opens that member's
      *    notice block; every further overdue loan adds a line.
           MOVE 'N' TO WS-NOTICE-STARTED
           MOVE 0 TO WS-NOTICE-FINE-TOT
           MOVE 'N' TO WS-LOAN-EOF
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS = '00'
               PERFORM UNTIL WS-LOAN-EOF = 'Y'
                   READ LOAN-FILE INTO LOAN-RECORD
                       AT END
                               INTO loan_id, loan_member_id,
                               loan_book_id, loan_date, loan_due_date,
                               loan_return_date, loan_status
                           IF loan_status = 'O' AND
                              loan_member_id = member_id
                               COMPUTE WS-DUE-INT =
                                   FUNCTION
                                       INTEGER-OF-DATE(loan_due_date)
                               IF WS-DUE-INT < WS-TODAY-INT
                                   PERFORM COUNT-OPEN-DAYS-LATE
                                   IF WS-DAYS-LATE > 0
                                       PERFORM ADD-NOTICE-LINE
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF

           IF WS-NOTICE-STARTED = 'Y'
               MOVE WS-NOTICE-FINE-TOT TO WS-AMOUNT-OUT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  TOTAL FINE DUE: " DELIMITED BY SIZE
                      WS-AMOUNT-OUT DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF.

           ADD-NOTICE-LINE.
      *    Writes the member's notice heading on the first overdue
      *    loan, then one item line for the loan in hand.
           IF WS-NOTICE-STARTED = 'N'
               MOVE 'Y' TO WS-NOTICE-STARTED
               ADD 1 TO WS-NOTICE-COUNT
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM HEADER-LINE
               MOVE "OVERDUE NOTICE" TO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "MEMBER : " DELIMITED BY SIZE
                      FUNCTION TRIM(member_name) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      member_id DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "ADDRESS: " DELIMITED BY SIZE
                      FUNCTION TRIM(member_address) DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "EMAIL  : " DELIMITED BY SIZE
                      FUNCTION TRIM(member_email) DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               WRITE REPORT-RECORD FROM NOTICE-ITEM-HEADER
           END-IF

           MOVE loan_book_id TO WS-LOOKUP-BOOK-ID
           PERFORM FIND-BOOK-BY-ID
           IF WS-FOUND = 'Y'
               MOVE book_name TO ni_title
           ELSE
               *> reserved-id loans are ILL items - name the
               *> borrowed title on the notice, the same way
               *> member history resolves it
               IF WS-LOOKUP-BOOK-ID >= WS-ILL-BOOK-BASE
                   COMPUTE WS-ILL-REQ-ID =
                       WS-LOOKUP-BOOK-ID - WS-ILL-BOOK-BASE
                   PERFORM FIND-ILL-BY-ID
                   IF WS-ILL-FOUND = 'Y'
                       MOVE ill_title TO ni_title
                   ELSE
                       MOVE "(ILL ITEM)" TO ni_title
                   END-IF
               ELSE
                   MOVE "(NOT ON CATALOG)" TO ni_title
               END-IF
           END-IF
           MOVE loan_due_date TO ni_due_date
           *> WS-DAYS-LATE already counted (open days only) by
           *> BUILD-MEMBER-NOTICE before it called here
           MOVE WS-DAYS-LATE TO ni_days_late
           MOVE member_category TO WS-MEMBER-CATEGORY
           PERFORM SET-CATEGORY-RULES
           COMPUTE WS-FINE-AMT ROUNDED =
               WS-DAYS-LATE * WS-CAT-FINE-RATE
           MOVE WS-FINE-AMT TO ni_fine
           ADD WS-FINE-AMT TO WS-NOTICE-FINE-TOT
           WRITE REPORT-RECORD FROM NOTICE-ITEM-LINE.

           MEMBERSHIP-EXPIRY-RUN.
      *    Scheduled card-expiry pass (batch code 57, Records 14).
      *    Every active card is checked once against today:
      *    - expiring within WS-EXP-NOTICE-DAYS: a renewal reminder
      *      is written to the RENEWALS extract, addressed from
      *      Members.csv like the overdue notices, once per expiry
      *      date (member_noticed remembers it went out);
      *    - already past its expiry: the card is lapsed (made
      *      inactive) so checkout refuses it as expired;
      *    - never dated (rows from before expiry dates): the card
      *      is given a full term from today instead of lapsing
      *      overnight.
      *    Members.csv is rewritten in one pass through the scratch
      *    file, journalling each changed row.
           MOVE "RENEWALS-" TO WS-RPT-PREFIX
           MOVE "MEMBERSHIP RENEWAL NOTICES AND LAPSES"
               TO WS-RPT-TITLE
           PERFORM OPEN-REPORT-FILE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-EXP-LIMIT-INT =
               WS-TODAY-INT + WS-EXP-NOTICE-DAYS
           MOVE 0 TO WS-EXP-ROWS
           MOVE 0 TO WS-EXP-NOTICED
           MOVE 0 TO WS-EXP-LAPSED
           MOVE 0 TO WS-EXP-DATED
           MOVE 'N' TO WS-EXP-ANY-CHANGE

           MOVE 'N' TO WS-EXP-EOF
           OPEN INPUT MemberFile
           IF MEMBER-STATUS NOT = '00'
               MOVE "MEMBERS.CSV NOT AVAILABLE - NOTHING CHECKED."
                   TO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               PERFORM CLOSE-REPORT-FILE
           ELSE
               OPEN OUTPUT MEMBER-BACKUP-FILE
               PERFORM UNTIL WS-EXP-EOF = 'Y'
                   READ MemberFile INTO MemberRecord
                       AT END MOVE 'Y' TO WS-EXP-EOF
                       NOT AT END
                           WRITE MEMBER-BACKUP-RECORD
                               FROM MemberRecord
                   END-READ
               END-PERFORM
               CLOSE MemberFile
               CLOSE MEMBER-BACKUP-FILE

               MOVE 'N' TO WS-EXP-EOF
               OPEN INPUT MemberFile
               OPEN OUTPUT MEMBER-SCRATCH-FILE
               PERFORM UNTIL WS-EXP-EOF = 'Y'
                   READ MemberFile INTO MemberRecord
                       AT END MOVE 'Y' TO WS-EXP-EOF
                       NOT AT END PERFORM EXPIRY-CHECK-ONE-MEMBER
                   END-READ
               END-PERFORM
               CLOSE MemberFile
               CLOSE MEMBER-SCRATCH-FILE

               IF WS-EXP-ANY-CHANGE = 'Y'
                   MOVE "MEMBERS" TO WS-TORN-TAG
                   PERFORM SET-REWRITE-MARKER
                   OPEN INPUT MEMBER-SCRATCH-FILE
                   OPEN OUTPUT MemberFile
                   MOVE 'N' TO WS-EXP-EOF
                   PERFORM UNTIL WS-EXP-EOF = 'Y'
                       READ MEMBER-SCRATCH-FILE INTO MemberRecord
                           AT END MOVE 'Y' TO WS-EXP-EOF
                           NOT AT END WRITE MemberRecord
                       END-READ
                   END-PERFORM
                   CLOSE MEMBER-SCRATCH-FILE
                   CLOSE MemberFile
                   PERFORM CLEAR-REWRITE-MARKER
               END-IF

               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM HEADER-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-EXP-ROWS DELIMITED BY SIZE
                      " MEMBER(S) CHECKED, " DELIMITED BY SIZE
                      WS-EXP-NOTICED DELIMITED BY SIZE
                      " REMINDER(S), " DELIMITED BY SIZE
                      WS-EXP-LAPSED DELIMITED BY SIZE
                      " LAPSED, " DELIMITED BY SIZE
                      WS-EXP-DATED DELIMITED BY SIZE
                      " UNDATED CARD(S) DATED." DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               PERFORM CLOSE-REPORT-FILE
           END-IF.

           EXPIRY-CHECK-ONE-MEMBER.
      *    Applies the expiry rules to the row in MemberRecord and
      *    writes it, changed or not, to the scratch file.
           ADD 1 TO WS-EXP-ROWS
           MOVE 'N' TO WS-EXP-CHANGED
           PERFORM PARSE-MEMBER-ROW
           IF member_flag = 'Y'
               IF member_expiry = 0
                   MOVE member_category TO WS-MEMBER-CATEGORY
                   PERFORM SET-CATEGORY-RULES
                   COMPUTE WS-EXP-INT =
                       WS-TODAY-INT + WS-CAT-TERM-DAYS
                   COMPUTE member_expiry =
                       FUNCTION DATE-OF-INTEGER(WS-EXP-INT)
                   MOVE "MEMBER-DATED" TO WS-AUD-ACTION
                   MOVE 'Y' TO WS-EXP-CHANGED
                   ADD 1 TO WS-EXP-DATED
               ELSE
                   COMPUTE WS-EXP-INT =
                       FUNCTION INTEGER-OF-DATE(member_expiry)
                   IF WS-EXP-INT < WS-TODAY-INT
                       MOVE 'N' TO member_flag
                       MOVE member_expiry TO member_inactive
                       MOVE "MEMBER-LAPSE" TO WS-AUD-ACTION
                       MOVE 'Y' TO WS-EXP-CHANGED
                       ADD 1 TO WS-EXP-LAPSED
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "LAPSED : " DELIMITED BY SIZE
                              FUNCTION TRIM(member_name)
                                  DELIMITED BY SIZE
                              " (" DELIMITED BY SIZE
                              member_id DELIMITED BY SIZE
                              ") - CARD EXPIRED " DELIMITED BY SIZE
                              member_expiry DELIMITED BY SIZE
                              INTO WS-RPT-LINE
                       DISPLAY WS-RPT-LINE
                       WRITE REPORT-RECORD FROM WS-RPT-LINE
                   ELSE
                       IF WS-EXP-INT <= WS-EXP-LIMIT-INT AND
                          member_noticed NOT = member_expiry
                           PERFORM WRITE-RENEWAL-NOTICE
                           MOVE member_expiry TO member_noticed
                           MOVE "RENEW-NOTICE" TO WS-AUD-ACTION
                           MOVE 'Y' TO WS-EXP-CHANGED
                           ADD 1 TO WS-EXP-NOTICED
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-EXP-CHANGED = 'Y'
               MOVE 'Y' TO WS-EXP-ANY-CHANGE
               PERFORM BUILD-MEMBER-ROW
               MOVE MemberRecord TO WS-AUD-BEFORE
               MOVE MRW-NEW-LINE TO WS-AUD-AFTER
               MOVE member_id TO WS-AUD-KEY
               MOVE "MEMBERS" TO WS-AUD-FILE
               PERFORM WRITE-AUDIT-RECORD
               WRITE MEMBER-SCRATCH-RECORD FROM MRW-NEW-LINE
           ELSE
               WRITE MEMBER-SCRATCH-RECORD FROM MemberRecord
           END-IF.

           WRITE-RENEWAL-NOTICE.
      *    One reminder block for the member in member_record, laid
      *    out like the overdue notice so the same mailing run can
      *    print it.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM HEADER-LINE
           MOVE "MEMBERSHIP RENEWAL REMINDER" TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "MEMBER : " DELIMITED BY SIZE
                  FUNCTION TRIM(member_name) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  member_id DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ADDRESS: " DELIMITED BY SIZE
                  FUNCTION TRIM(member_address) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "EMAIL  : " DELIMITED BY SIZE
                  FUNCTION TRIM(member_email) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  YOUR LIBRARY CARD EXPIRES ON " DELIMITED BY SIZE
                  member_expiry DELIMITED BY SIZE
                  ". PLEASE RENEW AT ANY DESK TO KEEP BORROWING."
                      DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

           PRIVACY-PURGE.
      *    Scheduled patron privacy purge (batch code 58, Records
      *    15, administrators only). In one run:
      *    - members inactive since before WS-PRIV-MEM-CUTOFF are
      *      removed from Members.csv, unless they still have an
      *      open loan, an unpaid fine, a hold or an open ILL
      *      request; those are listed as held back and looked at
      *      again next run. An inactive row with no inactive-
      *      since date is stamped now (with its expiry date when
      *      the card has run out), which starts its clock;
      *    - LoanHistory.csv rows closed before WS-PRIV-HIST-CUTOFF,
      *      and every history row of a member purged this run,
      *      have the member id replaced by WS-PRIV-ANON-ID, so the
      *      circulation statistics still count the loan;
      *    - the same personal data is taken out of Audit.log,
      *      Members.bak, the reconciliation work copy and the EOD
      *      generation files, so no restore or journal replay can
      *      quietly put it back.
      *    The run prints a certificate (PRIVACY-YYYYMMDD.RPT) of
      *    what was purged. Members are listed by id only.
           MOVE "PRIVACY-" TO WS-RPT-PREFIX
           MOVE "PATRON PRIVACY PURGE CERTIFICATE" TO WS-RPT-TITLE
           PERFORM OPEN-REPORT-FILE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-PRIV-INT = WS-TODAY-INT - WS-PRIV-HIST-DAYS
           COMPUTE WS-PRIV-HIST-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-PRIV-INT)
           COMPUTE WS-PRIV-INT = WS-TODAY-INT - WS-PRIV-INACTIVE-DAYS
           COMPUTE WS-PRIV-MEM-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-PRIV-INT)
           MOVE 0 TO WS-PRIV-MEMBERS
           MOVE 0 TO WS-PRIV-PURGED
           MOVE 0 TO WS-PRIV-HELD
           MOVE 0 TO WS-PRIV-DEFERRED
           MOVE 0 TO WS-PRIV-STARTED
           MOVE 0 TO WS-PRIV-HIST-ROWS
           MOVE 0 TO WS-PRIV-AUD-LINES
           MOVE 0 TO WS-PRIV-GEN-FILES
           MOVE 0 TO WS-PRIV-GEN-ROWS

           MOVE SPACES TO WS-RPT-LINE
           STRING "CLOSED LOAN HISTORY KEPT " DELIMITED BY SIZE
                  WS-PRIV-HIST-DAYS DELIMITED BY SIZE
                  " DAYS - ROWS CLOSED BEFORE " DELIMITED BY SIZE
                  WS-PRIV-HIST-CUTOFF DELIMITED BY SIZE
                  " ARE ANONYMISED" DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "INACTIVE MEMBERS KEPT " DELIMITED BY SIZE
                  WS-PRIV-INACTIVE-DAYS DELIMITED BY SIZE
                  " DAYS - INACTIVE SINCE BEFORE " DELIMITED BY SIZE
                  WS-PRIV-MEM-CUTOFF DELIMITED BY SIZE
                  " ARE REMOVED" DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           WRITE REPORT-RECORD FROM HEADER-LINE

           PERFORM PRIV-PURGE-MEMBERS
           PERFORM PRIV-ANON-HISTORY
           PERFORM PRIV-SCRUB-AUDIT
           PERFORM PRIV-SCRUB-GENERATIONS

      *    Journalled only once the scrub is done, and by id alone,
      *    so these entries carry nothing to scrub later.
           PERFORM VARYING WS-PRIV-SUB FROM 1 BY 1
                   UNTIL WS-PRIV-SUB > WS-PRIV-PURGED
               MOVE "MEMBER-PURGE" TO WS-AUD-ACTION
               MOVE PP-MEMBER-ID(WS-PRIV-SUB) TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-BEFORE
               MOVE SPACES TO WS-AUD-AFTER
               MOVE "MEMBERS" TO WS-AUD-FILE
               PERFORM WRITE-AUDIT-RECORD
           END-PERFORM
           MOVE "PRIV-PURGE" TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-BEFORE
           STRING "PURGED=" DELIMITED BY SIZE
                  WS-PRIV-PURGED DELIMITED BY SIZE
                  " HELD=" DELIMITED BY SIZE
                  WS-PRIV-HELD DELIMITED BY SIZE
                  " HISTORY=" DELIMITED BY SIZE
                  WS-PRIV-HIST-ROWS DELIMITED BY SIZE
                  " JOURNAL=" DELIMITED BY SIZE
                  WS-PRIV-AUD-LINES DELIMITED BY SIZE
                  " GENERATIONS=" DELIMITED BY SIZE
                  WS-PRIV-GEN-FILES DELIMITED BY SIZE
                  INTO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM HEADER-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "MEMBERS CHECKED          : " DELIMITED BY SIZE
                  WS-PRIV-MEMBERS DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "MEMBERS PURGED           : " DELIMITED BY SIZE
                  WS-PRIV-PURGED DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "MEMBERS HELD BACK        : " DELIMITED BY SIZE
                  WS-PRIV-HELD DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           IF WS-PRIV-DEFERRED > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "DEFERRED TO NEXT RUN     : " DELIMITED BY SIZE
                      WS-PRIV-DEFERRED DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "INACTIVE DATES STARTED   : " DELIMITED BY SIZE
                  WS-PRIV-STARTED DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "LOAN HISTORY ANONYMISED  : " DELIMITED BY SIZE
                  WS-PRIV-HIST-ROWS DELIMITED BY SIZE
                  " ROW(S)" DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "AUDIT JOURNAL SCRUBBED   : " DELIMITED BY SIZE
                  WS-PRIV-AUD-LINES DELIMITED BY SIZE
                  " LINE(S)" DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "EOD GENERATIONS SCRUBBED : " DELIMITED BY SIZE
                  WS-PRIV-GEN-FILES DELIMITED BY SIZE
                  " FILE(S), " DELIMITED BY SIZE
                  WS-PRIV-GEN-ROWS DELIMITED BY SIZE
                  " ROW(S)" DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-RPT-LINE
           STRING "CERTIFIED: THE MEMBERS LISTED AS PURGED HAVE BEEN "
                      DELIMITED BY SIZE
                  "REMOVED FROM MEMBERS.CSV, MEMBERS.BAK, THE"
                      DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "AUDIT JOURNAL AND THE EOD GENERATIONS, AND ALL "
                      DELIMITED BY SIZE
                  "LOAN HISTORY PAST RETENTION CARRIES NO MEMBER ID."
                      DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN BY OPERATOR " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPER-ID) DELIMITED BY SIZE
                  " ON " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  " AT " DELIMITED BY SIZE
                  WS-RUN-TIME-RAW(1:6) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           PERFORM CLOSE-REPORT-FILE.

           PRIV-PURGE-MEMBERS.
      *    Backs up Members.csv, then writes every member worth
      *    keeping to the scratch file and copies it back.
           MOVE 'N' TO WS-PRIV-ANY-CHANGE
           MOVE 'N' TO WS-PRIV-EOF
           OPEN INPUT MemberFile
           IF MEMBER-STATUS NOT = '00'
               MOVE "MEMBERS.CSV NOT AVAILABLE - NO MEMBERS CHECKED."
                   TO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           ELSE
               OPEN OUTPUT MEMBER-BACKUP-FILE
               PERFORM UNTIL WS-PRIV-EOF = 'Y'
                   READ MemberFile INTO MemberRecord
                       AT END MOVE 'Y' TO WS-PRIV-EOF
                       NOT AT END
                           WRITE MEMBER-BACKUP-RECORD
                               FROM MemberRecord
                   END-READ
               END-PERFORM
               CLOSE MemberFile
               CLOSE MEMBER-BACKUP-FILE

               MOVE 'N' TO WS-PRIV-EOF
               OPEN INPUT MemberFile
               OPEN OUTPUT MEMBER-SCRATCH-FILE
               PERFORM UNTIL WS-PRIV-EOF = 'Y'
                   READ MemberFile INTO MemberRecord
                       AT END MOVE 'Y' TO WS-PRIV-EOF
                       NOT AT END PERFORM PRIV-CHECK-ONE-MEMBER
                   END-READ
               END-PERFORM
               CLOSE MemberFile
               CLOSE MEMBER-SCRATCH-FILE

               IF WS-PRIV-ANY-CHANGE = 'Y'
                   MOVE "MEMBERS" TO WS-TORN-TAG
                   PERFORM SET-REWRITE-MARKER
                   OPEN INPUT MEMBER-SCRATCH-FILE
                   OPEN OUTPUT MemberFile
                   MOVE 'N' TO WS-PRIV-EOF
                   PERFORM UNTIL WS-PRIV-EOF = 'Y'
                       READ MEMBER-SCRATCH-FILE INTO MemberRecord
                           AT END MOVE 'Y' TO WS-PRIV-EOF
                           NOT AT END WRITE MemberRecord
                       END-READ
                   END-PERFORM
                   CLOSE MEMBER-SCRATCH-FILE
                   CLOSE MemberFile
                   PERFORM CLEAR-REWRITE-MARKER
               END-IF

      *        Members.bak still holds the purged rows: refresh it
      *        from the purged roll, and empty the reconciliation
      *        work copy, which the next reconciliation rebuilds.
               IF WS-PRIV-PURGED > 0
                   MOVE 'N' TO WS-PRIV-EOF
                   OPEN INPUT MemberFile
                   OPEN OUTPUT MEMBER-BACKUP-FILE
                   PERFORM UNTIL WS-PRIV-EOF = 'Y'
                       READ MemberFile INTO MemberRecord
                           AT END MOVE 'Y' TO WS-PRIV-EOF
                           NOT AT END
                               WRITE MEMBER-BACKUP-RECORD
                                   FROM MemberRecord
                       END-READ
                   END-PERFORM
                   CLOSE MemberFile
                   CLOSE MEMBER-BACKUP-FILE
                   OPEN OUTPUT RECON-MEMBER-WORK-FILE
                   CLOSE RECON-MEMBER-WORK-FILE
               END-IF
           END-IF.

           PRIV-CHECK-ONE-MEMBER.
      *    Decides the row in MemberRecord: kept as is, kept with
      *    its inactive-since date stamped, or purged (not written
      *    to the scratch file).
           ADD 1 TO WS-PRIV-MEMBERS
           MOVE 'N' TO WS-PRIV-CHANGED
           MOVE 'N' TO WS-PRIV-DROP
           PERFORM PARSE-MEMBER-ROW
           IF member_flag = 'N'
               IF member_inactive = 0
                   IF member_expiry NOT = 0 AND
                      member_expiry < WS-TODAY
                       MOVE member_expiry TO member_inactive
                   ELSE
                       MOVE WS-TODAY TO member_inactive
                   END-IF
                   MOVE 'Y' TO WS-PRIV-CHANGED
                   ADD 1 TO WS-PRIV-STARTED
               END-IF
               IF member_inactive < WS-PRIV-MEM-CUTOFF
                   PERFORM PRIV-CHECK-BLOCKERS
                   MOVE SPACES TO WS-RPT-LINE
                   IF WS-PRIV-REASON NOT = SPACES
                       ADD 1 TO WS-PRIV-HELD
                       STRING "HELD BACK: MEMBER " DELIMITED BY SIZE
                              member_id DELIMITED BY SIZE
                              " INACTIVE SINCE " DELIMITED BY SIZE
                              member_inactive DELIMITED BY SIZE
                              " - " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-PRIV-REASON)
                                  DELIMITED BY SIZE
                              INTO WS-RPT-LINE
                   ELSE
                   IF WS-PRIV-PURGED >= WS-PRIV-MAX-PURGE
                       ADD 1 TO WS-PRIV-DEFERRED
                       STRING "DEFERRED : MEMBER " DELIMITED BY SIZE
                              member_id DELIMITED BY SIZE
                              " INACTIVE SINCE " DELIMITED BY SIZE
                              member_inactive DELIMITED BY SIZE
                              " - PURGE LIMIT REACHED, NEXT RUN"
                                  DELIMITED BY SIZE
                              INTO WS-RPT-LINE
                   ELSE
                       ADD 1 TO WS-PRIV-PURGED
                       MOVE member_id
                           TO PP-MEMBER-ID(WS-PRIV-PURGED)
                       MOVE 'Y' TO WS-PRIV-DROP
                       STRING "PURGED   : MEMBER " DELIMITED BY SIZE
                              member_id DELIMITED BY SIZE
                              " INACTIVE SINCE " DELIMITED BY SIZE
                              member_inactive DELIMITED BY SIZE
                              INTO WS-RPT-LINE
                   END-IF
                   END-IF
                   DISPLAY WS-RPT-LINE
                   WRITE REPORT-RECORD FROM WS-RPT-LINE
               END-IF
           END-IF

           IF WS-PRIV-DROP = 'Y'
               MOVE 'Y' TO WS-PRIV-ANY-CHANGE
           ELSE
           IF WS-PRIV-CHANGED = 'Y'
               MOVE 'Y' TO WS-PRIV-ANY-CHANGE
               PERFORM BUILD-MEMBER-ROW
               MOVE "MEMBER-INACT" TO WS-AUD-ACTION
               MOVE member_id TO WS-AUD-KEY
               MOVE MemberRecord TO WS-AUD-BEFORE
               MOVE MRW-NEW-LINE TO WS-AUD-AFTER
               MOVE "MEMBERS" TO WS-AUD-FILE
               PERFORM WRITE-AUDIT-RECORD
               WRITE MEMBER-SCRATCH-RECORD FROM MRW-NEW-LINE
           ELSE
               WRITE MEMBER-SCRATCH-RECORD FROM MemberRecord
           END-IF
           END-IF.

           PRIV-CHECK-BLOCKERS.
      *    Leaves WS-PRIV-REASON blank when member_id may be purged,
      *    otherwise naming everything still outstanding: open
      *    loans, an unpaid Fines.csv balance, holds, open ILL
      *    requests.
           MOVE SPACES TO WS-PRIV-REASON
           MOVE 1 TO WS-PRIV-PTR

           MOVE member_id TO WS-CHK-MEMBER-ID
           PERFORM COUNT-OPEN-LOANS
           IF WS-OPEN-LOAN-COUNT > 0
               STRING "OPEN-LOANS " DELIMITED BY SIZE
                      INTO WS-PRIV-REASON WITH POINTER WS-PRIV-PTR
           END-IF

           MOVE 0 TO WS-PRIV-FINE-BAL
           MOVE 'N' TO WS-FINE-EOF
           OPEN INPUT FINE-FILE
           IF FINE-STATUS = '00'
               PERFORM UNTIL WS-FINE-EOF = 'Y'
                   READ FINE-FILE INTO FINE-RECORD
                       AT END
                           MOVE 'Y' TO WS-FINE-EOF
                       NOT AT END
                           UNSTRING FINE-RECORD DELIMITED BY ","
                               INTO fine_id, fine_member_id,
                               fine_loan_id, WS-FINE-ASSESSED-X,
                               WS-FINE-PAID-X, fine_date
                           IF fine_member_id = member_id
                               COMPUTE WS-PRIV-FINE-BAL =
                                   WS-PRIV-FINE-BAL
                                   + FUNCTION NUMVAL(WS-FINE-ASSESSED-X)
                                   - FUNCTION NUMVAL(WS-FINE-PAID-X)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINE-FILE
           END-IF
           IF WS-PRIV-FINE-BAL > 0
               STRING "UNPAID-FINES " DELIMITED BY SIZE
                      INTO WS-PRIV-REASON WITH POINTER WS-PRIV-PTR
           END-IF

           MOVE 0 TO WS-PRIV-HOLDS
           MOVE 'N' TO WS-HOLD-EOF
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS = '00'
               PERFORM UNTIL WS-HOLD-EOF = 'Y'
                   READ HOLD-FILE INTO HOLD-RECORD
                       AT END
                           MOVE 'Y' TO WS-HOLD-EOF
                       NOT AT END
                           UNSTRING HOLD-RECORD DELIMITED BY ","
                               INTO hold_member_id, hold_book_id,
                               hold_date, hold_position
                           IF hold_member_id = member_id
                               ADD 1 TO WS-PRIV-HOLDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           IF WS-PRIV-HOLDS > 0
               STRING "HOLDS " DELIMITED BY SIZE
                      INTO WS-PRIV-REASON WITH POINTER WS-PRIV-PTR
           END-IF

           MOVE 0 TO WS-PRIV-OPEN-ILL
           MOVE 'N' TO WS-ILL-EOF
           OPEN INPUT ILL-FILE
           IF ILL-STATUS = '00'
               PERFORM UNTIL WS-ILL-EOF = 'Y'
                   READ ILL-FILE INTO ILL-RECORD
                       AT END
                           MOVE 'Y' TO WS-ILL-EOF
                       NOT AT END
                           PERFORM PARSE-ILL-ROW
                           IF ill_member_id = member_id AND
                              ill_status NOT = 'T'
                               ADD 1 TO WS-PRIV-OPEN-ILL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ILL-FILE
           END-IF
           IF WS-PRIV-OPEN-ILL > 0
               STRING "OPEN-ILL " DELIMITED BY SIZE
                      INTO WS-PRIV-REASON WITH POINTER WS-PRIV-PTR
           END-IF.

           PRIV-FIND-PURGED.
      *    Sets WS-PRIV-HIT when WS-PRIV-CHK-ID was purged this run.
           MOVE 'N' TO WS-PRIV-HIT
           PERFORM VARYING WS-PRIV-SUB FROM 1 BY 1
                   UNTIL WS-PRIV-SUB > WS-PRIV-PURGED
                      OR WS-PRIV-HIT = 'Y'
               IF PP-MEMBER-ID(WS-PRIV-SUB) = WS-PRIV-CHK-ID
                   MOVE 'Y' TO WS-PRIV-HIT
               END-IF
           END-PERFORM.

           PRIV-ANON-LOAN-ROW.
      *    Anonymises the loan row in WS-PRIV-LINE when it closed
      *    before the history cutoff or belongs to a member purged
      *    this run. A lost loan has no return date and is dated
      *    by its due date instead. Sets WS-PRIV-CHANGED.
           MOVE 'N' TO WS-PRIV-CHANGED
           MOVE 0 TO loan_return_date
           MOVE 0 TO loan_renewals
           MOVE 0 TO loan_accession
           MOVE SPACES TO loan_branch
           MOVE SPACES TO loan_ret_branch
           MOVE SPACE TO loan_status
           UNSTRING WS-PRIV-LINE DELIMITED BY ","
               INTO loan_id, loan_member_id, loan_book_id,
               loan_date, loan_due_date, loan_return_date,
               loan_status, loan_renewals, loan_accession,
               loan_branch, loan_ret_branch
           IF loan_member_id NOT = WS-PRIV-ANON-ID
               MOVE loan_return_date TO WS-PRIV-CLOSED-DATE
               IF WS-PRIV-CLOSED-DATE = 0
                   MOVE loan_due_date TO WS-PRIV-CLOSED-DATE
               END-IF
               MOVE loan_member_id TO WS-PRIV-CHK-ID
               PERFORM PRIV-FIND-PURGED
               IF WS-PRIV-HIT = 'Y' OR
                  (loan_status NOT = 'O' AND
                   WS-PRIV-CLOSED-DATE < WS-PRIV-HIST-CUTOFF)
                   MOVE WS-PRIV-ANON-ID TO loan_member_id
                   PERFORM BUILD-LOAN-ROW
                   MOVE WS-LOAN-LINE TO WS-PRIV-LINE
                   MOVE 'Y' TO WS-PRIV-CHANGED
               END-IF
           END-IF.

           PRIV-ANON-HISTORY.
      *    Rewrites LoanHistory.csv through LoanHistory.tmp with
      *    the retention applied. The anonymised rows are counted
      *    on the certificate, not journalled - a journal entry
      *    would carry the member id straight back into Audit.log.
           MOVE 'N' TO WS-PRIV-ANY-CHANGE
           MOVE 'N' TO WS-PRIV-EOF
           OPEN INPUT LOAN-HISTORY-FILE
           IF LOAN-HISTORY-STATUS = '00'
               OPEN OUTPUT LOAN-HISTORY-SCRATCH-FILE
               PERFORM UNTIL WS-PRIV-EOF = 'Y'
                   READ LOAN-HISTORY-FILE INTO WS-PRIV-LINE
                       AT END MOVE 'Y' TO WS-PRIV-EOF
                       NOT AT END
                           PERFORM PRIV-ANON-LOAN-ROW
                           IF WS-PRIV-CHANGED = 'Y'
                               ADD 1 TO WS-PRIV-HIST-ROWS
                               MOVE 'Y' TO WS-PRIV-ANY-CHANGE
                           END-IF
                           WRITE LOAN-HISTORY-SCRATCH-RECORD
                               FROM WS-PRIV-LINE
                   END-READ
               END-PERFORM
               CLOSE LOAN-HISTORY-FILE
               CLOSE LOAN-HISTORY-SCRATCH-FILE

               IF WS-PRIV-ANY-CHANGE = 'Y'
                   MOVE "HISTORY" TO WS-TORN-TAG
                   PERFORM SET-REWRITE-MARKER
                   OPEN INPUT LOAN-HISTORY-SCRATCH-FILE
                   OPEN OUTPUT LOAN-HISTORY-FILE
                   MOVE 'N' TO WS-PRIV-EOF
                   PERFORM UNTIL WS-PRIV-EOF = 'Y'
                       READ LOAN-HISTORY-SCRATCH-FILE
                           INTO LOAN-HISTORY-RECORD
                           AT END MOVE 'Y' TO WS-PRIV-EOF
                           NOT AT END WRITE LOAN-HISTORY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE LOAN-HISTORY-SCRATCH-FILE
                   CLOSE LOAN-HISTORY-FILE
                   PERFORM CLEAR-REWRITE-MARKER
               END-IF
           END-IF.

           PRIV-SCRUB-AUDIT.
      *    Rewrites Audit.log through Audit.tmp. Every line keeps
      *    its timestamp, action, key, operator and file; only the
      *    row images are scrubbed (see PRIV-SCRUB-AUDIT-LINE).
           MOVE 'N' TO WS-PRIV-ANY-CHANGE
           MOVE 'N' TO WS-PRIV-EOF
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = '00'
               OPEN OUTPUT AUDIT-SCRATCH-FILE
               PERFORM UNTIL WS-PRIV-EOF = 'Y'
                   READ AUDIT-FILE INTO WS-PRIV-AUD-LINE
                       AT END MOVE 'Y' TO WS-PRIV-EOF
                       NOT AT END
                           PERFORM PRIV-SCRUB-AUDIT-LINE
                           WRITE AUDIT-SCRATCH-RECORD
                               FROM WS-PRIV-AUD-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               CLOSE AUDIT-SCRATCH-FILE

               IF WS-PRIV-ANY-CHANGE = 'Y'
                   MOVE "AUDIT" TO WS-TORN-TAG
                   PERFORM SET-REWRITE-MARKER
                   OPEN INPUT AUDIT-SCRATCH-FILE
                   OPEN OUTPUT AUDIT-FILE
                   MOVE 'N' TO WS-PRIV-EOF
                   PERFORM UNTIL WS-PRIV-EOF = 'Y'
                       READ AUDIT-SCRATCH-FILE INTO AUDIT-RECORD
                           AT END MOVE 'Y' TO WS-PRIV-EOF
                           NOT AT END WRITE AUDIT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-SCRATCH-FILE
                   CLOSE AUDIT-FILE
                   PERFORM CLEAR-REWRITE-MARKER
               END-IF
           END-IF.

           PRIV-SCRUB-AUDIT-LINE.
      *    Applies the retention to one journal line:
      *    - member rows (add, update, renew, lapse, reminders) of
      *      a member purged this run lose both images entirely;
      *    - loan, hold and ILL rows have the member id replaced by
      *      WS-PRIV-ANON-ID once the line is older than the
      *      history cutoff, or at once for a purged member; a
      *      hold line's key (the member id) goes the same way;
      *    - fine and payment rows lose the member id of a purged
      *      member only, since the ledgers are not reading
      *      history.
           MOVE 'N' TO WS-PRIV-CHANGED
           MOVE SPACES TO WS-PRIV-AUD-STAMP
           MOVE SPACES TO WS-PRIV-AUD-ACTION
           MOVE SPACES TO WS-PRIV-AUD-KEY
           MOVE SPACES TO WS-PRIV-AUD-BEFORE
           MOVE SPACES TO WS-PRIV-AUD-AFTER
           MOVE SPACES TO WS-PRIV-AUD-OPER
           MOVE SPACES TO WS-PRIV-AUD-FILE
           MOVE 0 TO WS-PRIV-AUD-FIELDS
           UNSTRING WS-PRIV-AUD-LINE DELIMITED BY "|"
               INTO WS-PRIV-AUD-STAMP, WS-PRIV-AUD-ACTION,
               WS-PRIV-AUD-KEY, WS-PRIV-AUD-BEFORE,
               WS-PRIV-AUD-AFTER, WS-PRIV-AUD-OPER,
               WS-PRIV-AUD-FILE
               TALLYING IN WS-PRIV-AUD-FIELDS
           MOVE 'N' TO WS-PRIV-AUD-AGED
           IF WS-PRIV-AUD-STAMP(1:8) IS NUMERIC
               MOVE WS-PRIV-AUD-STAMP(1:8) TO WS-PRIV-AUD-DATE
               IF WS-PRIV-AUD-DATE < WS-PRIV-HIST-CUTOFF
                   MOVE 'Y' TO WS-PRIV-AUD-AGED
               END-IF
           END-IF

           EVALUATE FUNCTION TRIM(WS-PRIV-AUD-ACTION)
               WHEN "MEMBER-ADD"
               WHEN "MEMBER-UPD"
               WHEN "MEMBER-RENEW"
               WHEN "MEMBER-LAPSE"
               WHEN "MEMBER-DATED"
               WHEN "MEMBER-INACT"
               WHEN "RENEW-NOTICE"
                   IF WS-PRIV-AUD-KEY(1:5) IS NUMERIC
                       MOVE WS-PRIV-AUD-KEY(1:5) TO WS-PRIV-CHK-ID
                       PERFORM PRIV-FIND-PURGED
                       IF WS-PRIV-HIT = 'Y'
                           IF WS-PRIV-AUD-BEFORE NOT = SPACES AND
                              WS-PRIV-AUD-BEFORE NOT = "*PURGED*"
                               MOVE "*PURGED*" TO WS-PRIV-AUD-BEFORE
                               MOVE 'Y' TO WS-PRIV-CHANGED
                           END-IF
                           IF WS-PRIV-AUD-AFTER NOT = SPACES AND
                              WS-PRIV-AUD-AFTER NOT = "*PURGED*"
                               MOVE "*PURGED*" TO WS-PRIV-AUD-AFTER
                               MOVE 'Y' TO WS-PRIV-CHANGED
                           END-IF
                       END-IF
                   END-IF
               WHEN "HOLD-ADD"
               WHEN "HOLD-CANCEL"
               WHEN "HOLD-MOVEUP"
                   MOVE 1 TO WS-PRIV-ID-FIELD
                   PERFORM PRIV-SCRUB-IMAGES
                   IF WS-PRIV-CHANGED = 'Y'
                       MOVE WS-PRIV-ANON-ID TO WS-PRIV-AUD-KEY
                   END-IF
               WHEN "CHECKOUT"
               WHEN "RETURN"
               WHEN "RENEW"
               WHEN "LOAN-ADD"
               WHEN "LOAN-LOST"
               WHEN "LOAN-ARCHIVE"
               WHEN "ILL-ADD"
               WHEN "ILL-UPD"
                   MOVE 2 TO WS-PRIV-ID-FIELD
                   PERFORM PRIV-SCRUB-IMAGES
               WHEN "FINE-ADD"
               WHEN "FINE-PAY"
                   MOVE 'N' TO WS-PRIV-AUD-AGED
                   MOVE 2 TO WS-PRIV-ID-FIELD
                   PERFORM PRIV-SCRUB-IMAGES
               WHEN "PAY-ADD"
                   MOVE 'N' TO WS-PRIV-AUD-AGED
                   MOVE 4 TO WS-PRIV-ID-FIELD
                   PERFORM PRIV-SCRUB-IMAGES
           END-EVALUATE

           IF WS-PRIV-CHANGED = 'Y'
               ADD 1 TO WS-PRIV-AUD-LINES
               MOVE 'Y' TO WS-PRIV-ANY-CHANGE
               MOVE SPACES TO WS-PRIV-AUD-LINE
               MOVE 1 TO WS-PRIV-PTR
               STRING FUNCTION TRIM(WS-PRIV-AUD-STAMP)
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRIV-AUD-ACTION)
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRIV-AUD-KEY)
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRIV-AUD-BEFORE)
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRIV-AUD-AFTER)
                          DELIMITED BY SIZE
                      INTO WS-PRIV-AUD-LINE WITH POINTER WS-PRIV-PTR
               IF WS-PRIV-AUD-FIELDS > 5
                   STRING "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PRIV-AUD-OPER)
                              DELIMITED BY SIZE
                          INTO WS-PRIV-AUD-LINE
                          WITH POINTER WS-PRIV-PTR
               END-IF
               IF WS-PRIV-AUD-FIELDS > 6
                   STRING "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PRIV-AUD-FILE)
                              DELIMITED BY SIZE
                          INTO WS-PRIV-AUD-LINE
                          WITH POINTER WS-PRIV-PTR
               END-IF
           END-IF.

           PRIV-SCRUB-IMAGES.
           MOVE WS-PRIV-AUD-BEFORE TO WS-PRIV-IMAGE
           PERFORM PRIV-SCRUB-ONE-IMAGE
           MOVE WS-PRIV-IMAGE TO WS-PRIV-AUD-BEFORE
           MOVE WS-PRIV-AUD-AFTER TO WS-PRIV-IMAGE
           PERFORM PRIV-SCRUB-ONE-IMAGE
           MOVE WS-PRIV-IMAGE TO WS-PRIV-AUD-AFTER.

           PRIV-SCRUB-ONE-IMAGE.
      *    Replaces field WS-PRIV-ID-FIELD of the row image in
      *    WS-PRIV-IMAGE with WS-PRIV-ANON-ID when it is due. The
      *    field must look like a member id; for field 2 the row
      *    must also start with a five-digit id, which passes loan,
      *    ILL and fine rows and leaves book and copy rows (logged
      *    under the same circulation actions) alone.
           IF WS-PRIV-IMAGE NOT = SPACES
               MOVE SPACES TO WS-PRIV-PART-TABLE
               MOVE 0 TO WS-PRIV-PART-CNT
               UNSTRING WS-PRIV-IMAGE DELIMITED BY ","
                   INTO WS-PRIV-PART(1), WS-PRIV-PART(2),
                   WS-PRIV-PART(3), WS-PRIV-PART(4),
                   WS-PRIV-PART(5), WS-PRIV-PART(6),
                   WS-PRIV-PART(7), WS-PRIV-PART(8),
                   WS-PRIV-PART(9), WS-PRIV-PART(10),
                   WS-PRIV-PART(11), WS-PRIV-PART(12)
                   TALLYING IN WS-PRIV-PART-CNT
               IF WS-PRIV-PART-CNT >= WS-PRIV-ID-FIELD AND
                  WS-PRIV-PART(WS-PRIV-ID-FIELD)(1:5) IS NUMERIC AND
                  WS-PRIV-PART(WS-PRIV-ID-FIELD)(6:1) = SPACE AND
                  (WS-PRIV-ID-FIELD NOT = 2 OR
                   (WS-PRIV-PART(1)(1:5) IS NUMERIC AND
                    WS-PRIV-PART(1)(6:1) = SPACE))
                   MOVE WS-PRIV-PART(WS-PRIV-ID-FIELD)(1:5)
                       TO WS-PRIV-CHK-ID
                   PERFORM PRIV-FIND-PURGED
                   IF WS-PRIV-CHK-ID NOT = WS-PRIV-ANON-ID AND
                      (WS-PRIV-HIT = 'Y' OR WS-PRIV-AUD-AGED = 'Y')
                       MOVE WS-PRIV-ANON-ID
                           TO WS-PRIV-PART(WS-PRIV-ID-FIELD)
                       MOVE 'Y' TO WS-PRIV-CHANGED
                       MOVE SPACES TO WS-PRIV-IMAGE
                       MOVE 1 TO WS-PRIV-PTR
                       PERFORM VARYING WS-PRIV-SUB FROM 1 BY 1
                               UNTIL WS-PRIV-SUB > WS-PRIV-PART-CNT
                           IF WS-PRIV-SUB > 1
                               STRING "," DELIMITED BY SIZE
                                   INTO WS-PRIV-IMAGE
                                   WITH POINTER WS-PRIV-PTR
                           END-IF
                           IF WS-PRIV-PART(WS-PRIV-SUB) NOT = SPACES
                               STRING FUNCTION TRIM
                                       (WS-PRIV-PART(WS-PRIV-SUB))
                                       DELIMITED BY SIZE
                                   INTO WS-PRIV-IMAGE
                                   WITH POINTER WS-PRIV-PTR
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

           PRIV-SCRUB-GENERATIONS.
      *    Applies the purge to the Members.csv and LoanHistory.csv
      *    snapshots in every EOD generation still on disk (the
      *    same window EOD-PURGE-OLD-GENERATIONS sweeps), so rolling
      *    back to a night before the purge does not bring the
      *    data back. Each snapshot is rewritten through Purge.tmp.
           PERFORM EOD-SET-RETENTION
           COMPUTE WS-PRIV-GEN-LIMIT = WS-GEN-KEEP + 31
           PERFORM VARYING WS-PRIV-GEN-OFF FROM 0 BY 1
                   UNTIL WS-PRIV-GEN-OFF > WS-PRIV-GEN-LIMIT
               COMPUTE WS-PRIV-INT = WS-TODAY-INT - WS-PRIV-GEN-OFF
               COMPUTE WS-PRIV-GEN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PRIV-INT)
               IF WS-PRIV-PURGED > 0
                   MOVE 'M' TO WS-PRIV-GEN-KIND
                   MOVE "Members.csv" TO WS-EOD-BASE
                   PERFORM PRIV-SCRUB-ONE-GEN
               END-IF
               MOVE 'H' TO WS-PRIV-GEN-KIND
               MOVE "LoanHistory.csv" TO WS-EOD-BASE
               PERFORM PRIV-SCRUB-ONE-GEN
           END-PERFORM
           OPEN OUTPUT PURGE-WORK-FILE
           CLOSE PURGE-WORK-FILE.

           PRIV-SCRUB-ONE-GEN.
           MOVE SPACES TO WS-GEN-NAME
           STRING "EOD-" DELIMITED BY SIZE
                  WS-PRIV-GEN-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EOD-BASE) DELIMITED BY SIZE
                  INTO WS-GEN-NAME
           MOVE 'N' TO WS-PRIV-GEN-CHANGED
           MOVE 'N' TO WS-PRIV-EOF
           OPEN INPUT GEN-FILE
           IF GEN-STATUS = '00'
               OPEN OUTPUT PURGE-WORK-FILE
               PERFORM UNTIL WS-PRIV-EOF = 'Y'
                   READ GEN-FILE INTO WS-PRIV-LINE
                       AT END MOVE 'Y' TO WS-PRIV-EOF
                       NOT AT END
                           IF WS-PRIV-GEN-KIND = 'M'
                               MOVE 0 TO WS-PRIV-CHK-ID
                               UNSTRING WS-PRIV-LINE DELIMITED BY ","
                                   INTO WS-PRIV-CHK-ID
                               PERFORM PRIV-FIND-PURGED
                               MOVE WS-PRIV-HIT TO WS-PRIV-CHANGED
                           ELSE
                               PERFORM PRIV-ANON-LOAN-ROW
                           END-IF
                           IF WS-PRIV-CHANGED = 'Y'
                               ADD 1 TO WS-PRIV-GEN-ROWS
                               MOVE 'Y' TO WS-PRIV-GEN-CHANGED
                           END-IF
                           IF WS-PRIV-GEN-KIND = 'H' OR
                              WS-PRIV-CHANGED = 'N'
                               WRITE PURGE-WORK-RECORD
                                   FROM WS-PRIV-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-FILE
               CLOSE PURGE-WORK-FILE

               IF WS-PRIV-GEN-CHANGED = 'Y'
                   ADD 1 TO WS-PRIV-GEN-FILES
                   OPEN INPUT PURGE-WORK-FILE
                   OPEN OUTPUT GEN-FILE
                   MOVE 'N' TO WS-PRIV-EOF
                   PERFORM UNTIL WS-PRIV-EOF = 'Y'
                       READ PURGE-WORK-FILE INTO GEN-RECORD
                           AT END MOVE 'Y' TO WS-PRIV-EOF
                           NOT AT END WRITE GEN-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PURGE-WORK-FILE
                   CLOSE GEN-FILE
               END-IF
           END-IF.

           ADD-GENRE-TOTALS.
           MOVE 'N' TO WS-GENRE-MATCHED
               DISPLAY "No fines on file."
           END-IF.

           CASH-UP-REPORT.
      *    Drawer balancing at close (batch code 51 and Records
      *    menu): the day's receipts from Payments.csv totalled by
      *    terminal and tender type, so each desk's cash, card and
      *    cheque takings can be checked against the drawer. Batch
      *    runs cash up today; the menu can name another date.
           MOVE "CASHUP-" TO WS-RPT-PREFIX
           MOVE "DAILY CASH-UP REPORT" TO WS-RPT-TITLE
           PERFORM OPEN-REPORT-FILE
           MOVE WS-TODAY TO WS-CASHUP-DATE
           IF WS-BATCH-MODE = 'N'
               DISPLAY "Cash-up date (YYYYMMDD, blank for today): "
               ACCEPT WS-CASHUP-DATE
               IF WS-CASHUP-DATE = SPACES OR
                  WS-CASHUP-DATE IS NOT NUMERIC
                   MOVE WS-TODAY TO WS-CASHUP-DATE
               END-IF
           END-IF

           MOVE 0 TO WS-CU-TERM-CNT
           MOVE 0 TO WS-CU-RECEIPTS
           MOVE 0 TO WS-CU-GRAND-AMT
           MOVE 'N' TO WS-CU-OVERFLOW
           PERFORM VARYING WS-TENDER-IDX FROM 1 BY 1
                   UNTIL WS-TENDER-IDX > 3
               MOVE 0 TO CT-COUNT(WS-TENDER-IDX)
               MOVE 0 TO CT-AMOUNT(WS-TENDER-IDX)
           END-PERFORM

           MOVE 'N' TO WS-PAYMENT-EOF
           OPEN INPUT PAYMENT-FILE
           IF PAYMENT-STATUS = '00'
               PERFORM UNTIL WS-PAYMENT-EOF = 'Y'
                   READ PAYMENT-FILE INTO PAYMENT-RECORD
                       AT END
                           MOVE 'Y' TO WS-PAYMENT-EOF
                       NOT AT END
                           PERFORM CASH-UP-ONE-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "RECEIPTS TAKEN ON " DELIMITED BY SIZE
                  WS-CASHUP-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY " "
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           DISPLAY HEADER-LINE
           DISPLAY CASHUP-HEADER
           DISPLAY HEADER-LINE
           WRITE REPORT-RECORD FROM CASHUP-HEADER
           WRITE REPORT-RECORD FROM HEADER-LINE

           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CU-TERM-CNT
               PERFORM CASH-UP-PRINT-TERMINAL
           END-PERFORM

           PERFORM VARYING WS-TENDER-IDX FROM 1 BY 1
                   UNTIL WS-TENDER-IDX > 3
               MOVE "ALL TERMINALS" TO cu_terminal
               MOVE TENDER-NAME-ENTRY(WS-TENDER-IDX) TO cu_tender
               MOVE CT-COUNT(WS-TENDER-IDX) TO cu_count
               MOVE CT-AMOUNT(WS-TENDER-IDX) TO cu_amount
               DISPLAY CASHUP-DETAIL-LINE
               WRITE REPORT-RECORD FROM CASHUP-DETAIL-LINE
           END-PERFORM
           DISPLAY HEADER-LINE
           WRITE REPORT-RECORD FROM HEADER-LINE
           MOVE WS-CU-GRAND-AMT TO WS-AMOUNT-OUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL RECEIPTS: " DELIMITED BY SIZE
                  WS-CU-RECEIPTS DELIMITED BY SIZE
                  "   TOTAL TAKEN: " DELIMITED BY SIZE
                  WS-AMOUNT-OUT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           PERFORM CLOSE-REPORT-FILE.

           CASH-UP-ONE-RECEIPT.
      *    Adds the journal row in PAYMENT-RECORD to its terminal's
      *    tender bucket when it was taken on the cash-up date.
           MOVE SPACES TO pay_terminal
           MOVE SPACES TO WS-PAY-AMOUNT-X
           UNSTRING PAYMENT-RECORD DELIMITED BY ","
               INTO pay_receipt_id, pay_date, pay_time,
               pay_member_id, WS-PAY-AMOUNT-X, pay_tender,
               pay_terminal
           IF pay_date = WS-CASHUP-DATE
               COMPUTE pay_amount = FUNCTION NUMVAL(WS-PAY-AMOUNT-X)
               PERFORM SET-TENDER-NAME
               MOVE 'N' TO WS-CU-MATCHED
               PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                       UNTIL WS-CU-IDX > WS-CU-TERM-CNT
                   IF CU-TERMINAL(WS-CU-IDX) = pay_terminal
                       MOVE 'Y' TO WS-CU-MATCHED
                       ADD 1 TO CU-TENDER-CNT(WS-CU-IDX, WS-TENDER-IDX)
                       ADD pay_amount
                           TO CU-TENDER-AMT(WS-CU-IDX, WS-TENDER-IDX)
                   END-IF
               END-PERFORM
               IF WS-CU-MATCHED = 'N'
                   IF WS-CU-TERM-CNT < 20
                       ADD 1 TO WS-CU-TERM-CNT
                       MOVE pay_terminal TO CU-TERMINAL(WS-CU-TERM-CNT)
                       PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                           MOVE 0 TO CU-TENDER-CNT(WS-CU-TERM-CNT, I)
                           MOVE 0 TO CU-TENDER-AMT(WS-CU-TERM-CNT, I)
                       END-PERFORM
                       MOVE 1 TO CU-TENDER-CNT(WS-CU-TERM-CNT,
                                                WS-TENDER-IDX)
                       MOVE pay_amount TO CU-TENDER-AMT(WS-CU-TERM-CNT,
                                                        WS-TENDER-IDX)
                   ELSE
                       IF WS-CU-OVERFLOW = 'N'
                           DISPLAY "WARNING: more than 20 terminals "
                                   "took payments - per-terminal "
                                   "lines are incomplete."
                           MOVE 'Y' TO WS-CU-OVERFLOW
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO CT-COUNT(WS-TENDER-IDX)
               ADD pay_amount TO CT-AMOUNT(WS-TENDER-IDX)
               ADD 1 TO WS-CU-RECEIPTS
               ADD pay_amount TO WS-CU-GRAND-AMT
           END-IF.

           CASH-UP-PRINT-TERMINAL.
      *    One line per tender the terminal took, then its total.
           MOVE 0 TO WS-CU-TERM-CNT-TOT
           MOVE 0 TO WS-CU-TERM-AMT-TOT
           PERFORM VARYING WS-TENDER-IDX FROM 1 BY 1
                   UNTIL WS-TENDER-IDX > 3
               IF CU-TENDER-CNT(WS-CU-IDX, WS-TENDER-IDX) > 0
                   MOVE CU-TERMINAL(WS-CU-IDX) TO cu_terminal
                   MOVE TENDER-NAME-ENTRY(WS-TENDER-IDX) TO cu_tender
                   MOVE CU-TENDER-CNT(WS-CU-IDX, WS-TENDER-IDX)
                       TO cu_count
                   MOVE CU-TENDER-AMT(WS-CU-IDX, WS-TENDER-IDX)
                       TO cu_amount
                   ADD CU-TENDER-CNT(WS-CU-IDX, WS-TENDER-IDX)
                       TO WS-CU-TERM-CNT-TOT
                   ADD CU-TENDER-AMT(WS-CU-IDX, WS-TENDER-IDX)
                       TO WS-CU-TERM-AMT-TOT
                   DISPLAY CASHUP-DETAIL-LINE
                   WRITE REPORT-RECORD FROM CASHUP-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE CU-TERMINAL(WS-CU-IDX) TO cu_terminal
           MOVE "TOTAL" TO cu_tender
           MOVE WS-CU-TERM-CNT-TOT TO cu_count
           MOVE WS-CU-TERM-AMT-TOT TO cu_amount
           DISPLAY CASHUP-DETAIL-LINE
           WRITE REPORT-RECORD FROM CASHUP-DETAIL-LINE
           DISPLAY HEADER-LINE
           WRITE REPORT-RECORD FROM HEADER-LINE.

           ARCHIVE-CLOSED-LOANS.
      *    End-of-period sweep: moves loans closed more than
      *    WS-ARCH-DAYS days ago off the live Loans.csv and onto

           ARCHIVE-ONE-LOAN.
      *    Routes the loan row in LOAN-RECORD: closed long enough
      *    ago goes to history, everything else stays live. A move
      *    is journalled as a removal from Loans.csv and an
      *    addition to LoanHistory.csv.
           MOVE 0 TO loan_renewals
           MOVE 0 TO loan_accession
           MOVE SPACES TO loan_branch
           MOVE SPACES TO loan_ret_branch
           UNSTRING LOAN-RECORD DELIMITED BY ","
               INTO loan_id, loan_member_id, loan_book_id,
               loan_date, loan_due_date, loan_return_date,
               loan_status, loan_renewals, loan_accession,
               loan_branch, loan_ret_branch
           IF (loan_status = 'C' OR loan_status = 'L')
                   AND loan_return_date > 0
               COMPUTE WS-ARCH-RET-INT =
               IF WS-ARCH-RET-INT < WS-ARCH-CUTOFF-INT
                   WRITE LOAN-HISTORY-RECORD FROM LOAN-RECORD
                   ADD 1 TO WS-ARCH-COUNT
                   MOVE "LOAN-ARCHIVE" TO WS-AUD-ACTION
                   MOVE loan_id TO WS-AUD-KEY
                   MOVE LOAN-RECORD TO WS-AUD-BEFORE
                   MOVE SPACES TO WS-AUD-AFTER
                   MOVE "LOANS" TO WS-AUD-FILE
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE "LOAN-ARCHIVE" TO WS-AUD-ACTION
                   MOVE loan_id TO WS-AUD-KEY
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE LOAN-RECORD TO WS-AUD-AFTER
                   MOVE "HISTORY" TO WS-AUD-FILE
                   PERFORM WRITE-AUDIT-RECORD
               ELSE
                   WRITE LOAN-SCRATCH-RECORD FROM LOAN-RECORD
               END-IF
      *    open and past the lost threshold.
           MOVE 0 TO loan_renewals
           MOVE 0 TO loan_accession
           MOVE SPACES TO loan_branch
           MOVE SPACES TO loan_ret_branch
           UNSTRING LOAN-RECORD DELIMITED BY ","
               INTO loan_id, loan_member_id, loan_book_id,
               loan_date, loan_due_date, loan_return_date,
               loan_status, loan_renewals, loan_accession,
               loan_branch, loan_ret_branch
           IF loan_status = 'O'
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(loan_due_date)
                       NOT AT END
                           MOVE 0 TO loan_renewals
                           MOVE 0 TO loan_accession
                           MOVE SPACES TO loan_branch
                           MOVE SPACES TO loan_ret_branch
                           UNSTRING LOAN-RECORD DELIMITED BY ","
                               INTO loan_id, loan_member_id,
                               loan_book_id, loan_date, loan_due_date,
                               loan_return_date, loan_status,
                               loan_renewals, loan_accession,
                               loan_branch, loan_ret_branch
                           IF loan_id = WS-FIND-LOAN-ID
                               MOVE 'Y' TO WS-LOAN-FOUND
                               MOVE 'Y' TO WS-LOAN-EOF
           MOVE 0 TO WS-STAT-GENRE-CNT
           MOVE 0 TO WS-STAT-TITLE-CNT
           MOVE 0 TO WS-STAT-MEMBER-CNT
           PERFORM CLEAR-BRANCH-COUNTS

           MOVE "CIRC-" TO WS-RPT-PREFIX
           MOVE SPACES TO WS-RPT-TITLE
           END-IF

           PERFORM STAT-PRINT-TOTALS
           PERFORM STAT-PRINT-BRANCHES
           PERFORM STAT-PRINT-GENRES
           PERFORM STAT-PRINT-TOP-TITLES
           PERFORM CLOSE-REPORT-FILE.
      *    counters and tables.
           MOVE 0 TO loan_renewals
           MOVE 0 TO loan_accession
           MOVE SPACES TO loan_branch
           MOVE SPACES TO loan_ret_branch
           UNSTRING LOAN-RECORD DELIMITED BY ","
               INTO loan_id, loan_member_id, loan_book_id,
               loan_date, loan_due_date, loan_return_date,
               loan_status, loan_renewals, loan_accession,
               loan_branch, loan_ret_branch
           IF loan_date(1:6) = WS-STAT-MONTH
               ADD 1 TO WS-STAT-CHECKOUTS
               ADD loan_renewals TO WS-STAT-RENEWALS
               PERFORM STAT-TALLY-GENRE-TITLE
               PERFORM STAT-TALLY-MEMBER
               MOVE loan_branch TO WS-BR-LOOKUP
               PERFORM BRANCH-TALLY-IX
               ADD 1 TO BR-CHECKOUT-CNT(WS-BR-IX)
               ADD loan_renewals TO BR-RENEW-CNT(WS-BR-IX)
           END-IF
           IF loan_return_date > 0 AND
              loan_return_date(1:6) = WS-STAT-MONTH
               ADD 1 TO WS-STAT-RETURNS
               MOVE loan_ret_branch TO WS-BR-LOOKUP
               PERFORM BRANCH-TALLY-IX
               ADD 1 TO BR-RETURN-CNT(WS-BR-IX)
           END-IF.

           STAT-TALLY-GENRE-TITLE.
               MOVE 1 TO SG-LOANS(WS-STAT-GENRE-CNT)
           END-IF

           MOVE 'N' TO WS-STAT-MATCHED
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-STAT-TITLE-CNT
               IF FUNCTION TRIM(ST-BOOK-ID(I)) =
                  FUNCTION TRIM(loan_book_id)
                   ADD 1 TO ST-LOANS(I)
                   MOVE 'Y' TO WS-STAT-MATCHED
               END-IF
           END-PERFORM
           IF WS-STAT-MATCHED = 'N' AND WS-STAT-TITLE-CNT < 200
               ADD 1 TO WS-STAT-TITLE-CNT
               MOVE loan_book_id TO ST-BOOK-ID(WS-STAT-TITLE-CNT)
               MOVE book_name TO ST-TITLE(WS-STAT-TITLE-CNT)
               MOVE 1 TO ST-LOANS(WS-STAT-TITLE-CNT)
           END-IF.

           STAT-TALLY-MEMBER.
      *    Anonymised history rows (member WS-PRIV-ANON-ID) still
      *    count as loans but not as a borrower.
           IF loan_member_id = WS-PRIV-ANON-ID
               MOVE 'Y' TO WS-STAT-MATCHED
           ELSE
               MOVE 'N' TO WS-STAT-MATCHED
           END-IF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-STAT-MEMBER-CNT
               IF SM-MEMBER-ID(I) = loan_member_id
                   MOVE 'Y' TO WS-STAT-MATCHED
               END-IF
           END-PERFORM
           IF WS-STAT-MATCHED = 'N' AND WS-STAT-MEMBER-CNT < 500
               ADD 1 TO WS-STAT-MEMBER-CNT
               MOVE loan_member_id
                   TO SM-MEMBER-ID(WS-STAT-MEMBER-CNT)
           END-IF.

           STAT-PRINT-TOTALS.
           DISPLAY " "
           DISPLAY WS-RPT-TITLE
           DISPLAY HEADER-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CHECKOUTS IN MONTH      : " DELIMITED BY SIZE
                  WS-STAT-CHECKOUTS DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RETURNS IN MONTH        : " DELIMITED BY SIZE
                  WS-STAT-RETURNS DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RENEWALS (LOANS OPENED) : " DELIMITED BY SIZE
                  WS-STAT-RENEWALS DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DISTINCT BORROWERS      : " DELIMITED BY SIZE
                  WS-STAT-MEMBER-CNT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           DISPLAY HEADER-LINE
           WRITE REPORT-RECORD FROM HEADER-LINE.

           STAT-PRINT-BRANCHES.
      *    Checkouts and renewals by the branch that lent, returns
      *    by the branch that took them back. Loans written before
      *    branches existed count at the default branch.
           DISPLAY "CIRCULATION BY BRANCH"
           MOVE "CIRCULATION BY BRANCH" TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           DISPLAY BRANCH-STAT-HEADER
           WRITE REPORT-RECORD FROM BRANCH-STAT-HEADER
           PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BR-RPT-COUNT
               MOVE BR-CODE(WS-BR-IX) TO bs_branch
               MOVE BR-NAME(WS-BR-IX) TO bs_name
               MOVE BR-CHECKOUT-CNT(WS-BR-IX) TO bs_checkouts
               MOVE BR-RETURN-CNT(WS-BR-IX) TO bs_returns
               MOVE BR-RENEW-CNT(WS-BR-IX) TO bs_renewals
               DISPLAY BRANCH-STAT-DETAIL
               WRITE REPORT-RECORD FROM BRANCH-STAT-DETAIL
           END-PERFORM
           DISPLAY HEADER-LINE
           WRITE REPORT-RECORD FROM HEADER-LINE.

           STAT-PRINT-GENRES.
           DISPLAY "CHECKOUTS BY GENRE"
           MOVE "CHECKOUTS BY GENRE" TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           DISPLAY STAT-GENRE-HEADER
           WRITE REPORT-RECORD FROM STAT-GENRE-HEADER
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-STAT-GENRE-CNT
               MOVE SG-GENRE(I) TO sgd_genre
               MOVE SG-LOANS(I) TO sgd_loans
               DISPLAY STAT-GENRE-DETAIL
               WRITE REPORT-RECORD FROM STAT-GENRE-DETAIL
           END-PERFORM
           DISPLAY HEADER-LINE
           WRITE REPORT-RECORD FROM HEADER-LINE.

           STAT-PRINT-TOP-TITLES.
      *    Straight selection of the busiest titles - the table is
      *    small enough that a sort would be overkill. A printed
      *    entry's count is zeroed so it cannot win twice.
           DISPLAY "TOP TITLES"
           MOVE "TOP TITLES" TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           DISPLAY STAT-TITLE-HEADER
           WRITE REPORT-RECORD FROM STAT-TITLE-HEADER
           MOVE 0 TO WS-STAT-SHOWN
           PERFORM UNTIL WS-STAT-SHOWN >= WS-STAT-TOP-N
               MOVE 0 TO WS-STAT-BEST
               MOVE 0 TO WS-STAT-BEST-VAL
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-STAT-TITLE-CNT
                   IF ST-LOANS(I) > WS-STAT-BEST-VAL
                       MOVE ST-LOANS(I) TO WS-STAT-BEST-VAL
                       MOVE I TO WS-STAT-BEST
                   END-IF
               END-PERFORM
               IF WS-STAT-BEST = 0
                   MOVE WS-STAT-TOP-N TO WS-STAT-SHOWN
               ELSE
                   MOVE ST-BOOK-ID(WS-STAT-BEST) TO std_book_id
                   MOVE ST-TITLE(WS-STAT-BEST) TO std_title
                   MOVE ST-LOANS(WS-STAT-BEST) TO std_loans
                   DISPLAY STAT-TITLE-DETAIL
                   WRITE REPORT-RECORD FROM STAT-TITLE-DETAIL
                   MOVE 0 TO ST-LOANS(WS-STAT-BEST)
                   ADD 1 TO WS-STAT-SHOWN
               END-IF
           END-PERFORM
           DISPLAY HEADER-LINE
           WRITE REPORT-RECORD FROM HEADER-LINE.

           WEEDING-REPORT.
      *    Weeding analysis (Records menu and batch code 54). Books,
      *    copies, live loans and LoanHistory.csv are joined in
      *    memory, then three lists are printed genre by genre:
      *    titles nobody has borrowed in the look-back period,
      *    copies in poor or damaged condition, and titles whose
      *    copies far outnumber recent checkouts. Every title line
      *    carries its last-borrowed date and lifetime checkouts.
      *    Staff mark the printout up and feed the accessions they
      *    approve back through WEED-WITHDRAWAL.
           IF WS-BATCH-MODE = 'Y'
               MOVE WS-WEED-DEFAULT-MONTHS TO WS-WEED-MONTHS
           ELSE
               DISPLAY " "
               DISPLAY "List titles with no checkout in how many "
                       "months? "
               PERFORM GET-VALID-WEED-MONTHS
           END-IF

           MOVE "WEEDING-" TO WS-RPT-PREFIX
           MOVE "COLLECTION WEEDING ANALYSIS" TO WS-RPT-TITLE
           PERFORM OPEN-REPORT-FILE
           PERFORM WEED-SET-CUTOFF
           MOVE 'N' TO WS-WEED-OVERFLOW
           PERFORM WEED-LOAD-TITLES
           PERFORM WEED-LOAD-COPIES
           PERFORM WEED-LOAD-LOANS
           PERFORM WEED-LOAD-HISTORY

           MOVE SPACES TO WS-RPT-LINE
           STRING "LOOK-BACK: " DELIMITED BY SIZE
                  WS-WEED-MONTHS DELIMITED BY SIZE
                  " MONTHS - RECENT MEANS BORROWED ON OR AFTER "
                      DELIMITED BY SIZE
                  WS-WEED-CUTOFF DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY " "
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           IF WS-WEED-OVERFLOW = 'Y'
               MOVE SPACES TO WS-RPT-LINE
               STRING "WARNING: TABLE LIMIT REACHED - SOME TITLES "
                          DELIMITED BY SIZE
                      "OR COPIES ARE NOT ANALYSED." DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF

           *> 1 - dormant titles
           MOVE "TITLES WITH NO CHECKOUT IN THE PERIOD"
               TO WS-RPT-LINE
           PERFORM WEED-SECTION-HEADING
           DISPLAY WEED-TITLE-HEADER
           WRITE REPORT-RECORD FROM WEED-TITLE-HEADER
           MOVE 0 TO WS-WEED-SHOWN
           PERFORM VARYING WS-WEED-GSUB FROM 1 BY 1
                   UNTIL WS-WEED-GSUB > WS-WEED-GENRE-CNT
               PERFORM VARYING WS-WEED-SUB FROM 1 BY 1
                       UNTIL WS-WEED-SUB > WS-WEED-TITLE-CNT
                   IF WT-GENRE(WS-WEED-SUB) = WG-GENRE(WS-WEED-GSUB)
                      AND WT-RECENT(WS-WEED-SUB) = 0
                       PERFORM WEED-PRINT-TITLE
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM WEED-SECTION-TOTAL

           *> 2 - worn-out copies
           MOVE "COPIES IN POOR OR DAMAGED CONDITION" TO WS-RPT-LINE
           PERFORM WEED-SECTION-HEADING
           DISPLAY WEED-COPY-HEADER
           WRITE REPORT-RECORD FROM WEED-COPY-HEADER
           MOVE 0 TO WS-WEED-SHOWN
           PERFORM VARYING WS-WEED-GSUB FROM 1 BY 1
                   UNTIL WS-WEED-GSUB > WS-WEED-GENRE-CNT
               PERFORM VARYING WS-WEED-SUB FROM 1 BY 1
                       UNTIL WS-WEED-SUB > WS-WEED-POOR-CNT
                   MOVE WP-TITLE-IDX(WS-WEED-SUB) TO WS-WEED-IDX
                   IF WT-GENRE(WS-WEED-IDX) = WG-GENRE(WS-WEED-GSUB)
                       PERFORM WEED-PRINT-COPY
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM WEED-SECTION-TOTAL

           *> 3 - more copies than the demand justifies
           MOVE "TITLES WITH COPIES FAR BEYOND RECENT DEMAND"
               TO WS-RPT-LINE
           PERFORM WEED-SECTION-HEADING
           DISPLAY WEED-TITLE-HEADER
           WRITE REPORT-RECORD FROM WEED-TITLE-HEADER
           MOVE 0 TO WS-WEED-SHOWN
           PERFORM VARYING WS-WEED-GSUB FROM 1 BY 1
                   UNTIL WS-WEED-GSUB > WS-WEED-GENRE-CNT
               PERFORM VARYING WS-WEED-SUB FROM 1 BY 1
                       UNTIL WS-WEED-SUB > WS-WEED-TITLE-CNT
                   IF WT-GENRE(WS-WEED-SUB) = WG-GENRE(WS-WEED-GSUB)
                      AND WT-COPIES(WS-WEED-SUB) >=
                          WS-WEED-EXCESS-FACTOR
                      AND WT-COPIES(WS-WEED-SUB) >=
                          WS-WEED-EXCESS-FACTOR *
                          WT-RECENT(WS-WEED-SUB)
                       PERFORM WEED-PRINT-TITLE
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM WEED-SECTION-TOTAL
           PERFORM CLOSE-REPORT-FILE.

           GET-VALID-WEED-MONTHS.
      *    Loops until a month count of 1 or more is entered;
      *    mirrors GET-VALID-ARCHIVE-DAYS.
           MOVE 'N' TO WS-WEED-MONTHS-VALID
           PERFORM UNTIL WS-WEED-MONTHS-VALID = 'Y'
               ACCEPT WS-WEED-MONTHS-INPUT
               IF FUNCTION TRIM(WS-WEED-MONTHS-INPUT) IS NUMERIC
                   COMPUTE WS-WEED-MONTHS =
                       FUNCTION NUMVAL(WS-WEED-MONTHS-INPUT)
                   IF WS-WEED-MONTHS > 0
                       MOVE 'Y' TO WS-WEED-MONTHS-VALID
                   ELSE
                       DISPLAY "Month count must be at least 1: "
                   END-IF
               ELSE
                   DISPLAY "Month count must be numeric: "
               END-IF
           END-PERFORM.

           WEED-SET-CUTOFF.
      *    Steps WS-TODAY back WS-WEED-MONTHS calendar months. The
      *    day is held to the 28th so the result is always a real
      *    date.
           MOVE WS-TODAY(1:4) TO WS-WEED-Y
           MOVE WS-TODAY(5:2) TO WS-WEED-M
           MOVE WS-TODAY(7:2) TO WS-WEED-D
           COMPUTE WS-WEED-MONTH-NUM =
               WS-WEED-Y * 12 + WS-WEED-M - 1 - WS-WEED-MONTHS
           COMPUTE WS-WEED-Y = WS-WEED-MONTH-NUM / 12
           COMPUTE WS-WEED-M =
               FUNCTION MOD(WS-WEED-MONTH-NUM, 12) + 1
           IF WS-WEED-D > 28
               MOVE 28 TO WS-WEED-D
           END-IF
           COMPUTE WS-WEED-CUTOFF =
               WS-WEED-Y * 10000 + WS-WEED-M * 100 + WS-WEED-D.

           WEED-LOAD-TITLES.
      *    One table row per Books.csv title, and the list of
      *    genres in the order they are first met.
           MOVE 0 TO WS-WEED-TITLE-CNT
           MOVE 0 TO WS-WEED-GENRE-CNT
           MOVE 'N' TO eof-flag
           OPEN INPUT BOOK-FILE
           IF BOOK-STATUS = '00'
               PERFORM UNTIL eof-flag = 'Y'
                   READ BOOK-FILE INTO BOOK-RECORD
                       AT END
                           MOVE 'Y' TO eof-flag
                       NOT AT END
                           PERFORM WEED-LOAD-ONE-TITLE
                   END-READ
               END-PERFORM
               CLOSE BOOK-FILE
           END-IF.

           WEED-LOAD-ONE-TITLE.
           IF WS-WEED-TITLE-CNT >= WS-WEED-TITLE-MAX
               MOVE 'Y' TO WS-WEED-OVERFLOW
           ELSE
               PERFORM PARSE-BOOK-ROW
               ADD 1 TO WS-WEED-TITLE-CNT
               MOVE WS-WEED-TITLE-CNT TO WS-WEED-IDX
               COMPUTE WT-BOOK-ID(WS-WEED-IDX) =
                   FUNCTION NUMVAL(book_id)
               MOVE book_name TO WT-TITLE(WS-WEED-IDX)
               MOVE book_genre TO WT-GENRE(WS-WEED-IDX)
               MOVE book_count TO WT-SHELF(WS-WEED-IDX)
               MOVE 0 TO WT-COPIES(WS-WEED-IDX)
               MOVE 0 TO WT-LAST-DATE(WS-WEED-IDX)
               MOVE 0 TO WT-LIFETIME(WS-WEED-IDX)
               MOVE 0 TO WT-RECENT(WS-WEED-IDX)
               MOVE 0 TO WS-WEED-GSUB
               PERFORM VARYING WS-WEED-SUB FROM 1 BY 1
                       UNTIL WS-WEED-SUB > WS-WEED-GENRE-CNT
                   IF WG-GENRE(WS-WEED-SUB) = book_genre
                       MOVE WS-WEED-SUB TO WS-WEED-GSUB
                   END-IF
               END-PERFORM
               IF WS-WEED-GSUB = 0
                   IF WS-WEED-GENRE-CNT < 100
                       ADD 1 TO WS-WEED-GENRE-CNT
                       MOVE book_genre
                           TO WG-GENRE(WS-WEED-GENRE-CNT)
                   ELSE
                       MOVE 'Y' TO WS-WEED-OVERFLOW
                   END-IF
               END-IF
           END-IF.

           WEED-FIND-TITLE.
      *    Leaves the table row for WS-WEED-BOOK-NUM in WS-WEED-IDX,
      *    zero when the title is not on Books.csv.
           MOVE 0 TO WS-WEED-IDX
           PERFORM VARYING WS-WEED-SUB FROM 1 BY 1
                   UNTIL WS-WEED-SUB > WS-WEED-TITLE-CNT
                      OR WS-WEED-IDX > 0
               IF WT-BOOK-ID(WS-WEED-SUB) = WS-WEED-BOOK-NUM
                   MOVE WS-WEED-SUB TO WS-WEED-IDX
               END-IF
           END-PERFORM.

           WEED-LOAD-COPIES.
      *    Counts each title's copies still in stock (anything not
      *    withdrawn or lost) and tables the worn ones - a copy is
      *    worn when it is marked damaged or its condition note
      *    says POOR or DAMAGED.
           MOVE 0 TO WS-WEED-POOR-CNT
           MOVE 'N' TO WS-COPY-EOF
           OPEN INPUT COPY-FILE
           IF COPY-STATUS = '00'
               PERFORM UNTIL WS-COPY-EOF = 'Y'
                   READ COPY-FILE INTO COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                       NOT AT END
                           PERFORM PARSE-COPY-ROW
                           IF copy_status NOT = 'W' AND
                              copy_status NOT = 'L'
                               PERFORM WEED-LOAD-ONE-COPY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COPY-FILE
           END-IF

           *> titles with no accession rows yet are judged on
           *> their catalog shelf count
           PERFORM VARYING WS-WEED-SUB FROM 1 BY 1
                   UNTIL WS-WEED-SUB > WS-WEED-TITLE-CNT
               IF WT-COPIES(WS-WEED-SUB) = 0
                   MOVE WT-SHELF(WS-WEED-SUB)
                       TO WT-COPIES(WS-WEED-SUB)
               END-IF
           END-PERFORM.

           WEED-LOAD-ONE-COPY.
           COMPUTE WS-WEED-BOOK-NUM = FUNCTION NUMVAL(copy_book_id)
           PERFORM WEED-FIND-TITLE
           IF WS-WEED-IDX > 0
               ADD 1 TO WT-COPIES(WS-WEED-IDX)
               MOVE FUNCTION UPPER-CASE(copy_condition)
                   TO WS-WEED-COND
               MOVE 0 TO WS-WEED-HITS
               INSPECT WS-WEED-COND TALLYING WS-WEED-HITS
                   FOR ALL "POOR" ALL "DAMAGED"
               IF copy_status = 'D' OR WS-WEED-HITS > 0
                   IF WS-WEED-POOR-CNT < 2000
                       ADD 1 TO WS-WEED-POOR-CNT
                       MOVE copy_accession
                           TO WP-ACCESSION(WS-WEED-POOR-CNT)
                       MOVE WS-WEED-IDX
                           TO WP-TITLE-IDX(WS-WEED-POOR-CNT)
                       MOVE copy_condition
                           TO WP-CONDITION(WS-WEED-POOR-CNT)
                       MOVE copy_status
                           TO WP-STATUS(WS-WEED-POOR-CNT)
                   ELSE
                       MOVE 'Y' TO WS-WEED-OVERFLOW
                   END-IF
               END-IF
           END-IF.

           WEED-LOAD-LOANS.
           MOVE 'N' TO WS-LOAN-EOF
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS = '00'
               PERFORM UNTIL WS-LOAN-EOF = 'Y'
                   READ LOAN-FILE INTO LOAN-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAN-EOF
                       NOT AT END
                           MOVE LOAN-RECORD TO WS-LOAN-LINE
                           PERFORM WEED-TALLY-LOAN
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOAN-FILE.

           WEED-LOAD-HISTORY.
           MOVE 'N' TO WS-WEED-EOF
           OPEN INPUT LOAN-HISTORY-FILE
           IF LOAN-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-WEED-EOF = 'Y'
                   READ LOAN-HISTORY-FILE INTO LOAN-HISTORY-RECORD
                       AT END
                           MOVE 'Y' TO WS-WEED-EOF
                       NOT AT END
                           MOVE LOAN-HISTORY-RECORD TO WS-LOAN-LINE
                           PERFORM WEED-TALLY-LOAN
                   END-READ
               END-PERFORM
               CLOSE LOAN-HISTORY-FILE
           END-IF.

           WEED-TALLY-LOAN.
      *    Every loan row, live or archived, is one checkout of
      *    its title.
           IF WS-LOAN-LINE NOT = SPACES
               UNSTRING WS-LOAN-LINE DELIMITED BY ","
                   INTO loan_id, loan_member_id, loan_book_id,
                   loan_date
               COMPUTE WS-WEED-BOOK-NUM =
                   FUNCTION NUMVAL(loan_book_id)
               PERFORM WEED-FIND-TITLE
               IF WS-WEED-IDX > 0
                   ADD 1 TO WT-LIFETIME(WS-WEED-IDX)
                   IF loan_date > WT-LAST-DATE(WS-WEED-IDX)
                       MOVE loan_date TO WT-LAST-DATE(WS-WEED-IDX)
                   END-IF
                   IF loan_date >= WS-WEED-CUTOFF
                       ADD 1 TO WT-RECENT(WS-WEED-IDX)
                   END-IF
               END-IF
           END-IF.

           WEED-SECTION-HEADING.
      *    Prints the section title already loaded in WS-RPT-LINE.
           DISPLAY " "
           DISPLAY WS-RPT-LINE
           DISPLAY HEADER-LINE
           WRITE REPORT-RECORD FROM HEADER-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           WRITE REPORT-RECORD FROM HEADER-LINE.

           WEED-SECTION-TOTAL.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-WEED-SHOWN DELIMITED BY SIZE
                  " LINE(S) LISTED" DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

           WEED-PRINT-TITLE.
           ADD 1 TO WS-WEED-SHOWN
           MOVE WT-GENRE(WS-WEED-SUB) TO wd_genre
           MOVE WT-BOOK-ID(WS-WEED-SUB) TO wd_book_id
           MOVE WT-TITLE(WS-WEED-SUB) TO wd_title
           MOVE WT-COPIES(WS-WEED-SUB) TO wd_copies
           MOVE WT-RECENT(WS-WEED-SUB) TO wd_recent
           IF WT-LAST-DATE(WS-WEED-SUB) = 0
               MOVE "NEVER" TO wd_last_date
           ELSE
               MOVE WT-LAST-DATE(WS-WEED-SUB) TO wd_last_date
           END-IF
           MOVE WT-LIFETIME(WS-WEED-SUB) TO wd_lifetime
           DISPLAY WEED-TITLE-LINE
           WRITE REPORT-RECORD FROM WEED-TITLE-LINE.

           WEED-PRINT-COPY.
           ADD 1 TO WS-WEED-SHOWN
           MOVE WT-GENRE(WS-WEED-IDX) TO wc_genre
           MOVE WP-ACCESSION(WS-WEED-SUB) TO wc_accession
           MOVE WT-TITLE(WS-WEED-IDX) TO wc_title
           MOVE WP-CONDITION(WS-WEED-SUB) TO wc_condition
           MOVE WP-STATUS(WS-WEED-SUB) TO copy_status
           PERFORM SET-COPY-STATUS-NAME
           MOVE WS-COPY-STATUS-OUT TO wc_status
           DISPLAY WEED-COPY-LINE
           WRITE REPORT-RECORD FROM WEED-COPY-LINE.

           WEED-WITHDRAWAL.
      *    Batch withdrawal of the accessions approved off the
      *    weeding report (Records menu and batch code 55). Each
      *    copy in WeedApproved.csv goes to W through the audited
      *    Copies.csv rewrite and, when it was on the shelf, comes
      *    off its title's Books.csv count. A copy that is out on
      *    loan, or whose title has holds queued, is never touched
      *    - it goes to WeedRejects.csv with a reason code like
      *    every other batch load.
           MOVE 0 TO WS-WEED-READ
           MOVE 0 TO WS-WEED-WITHDRAWN
           MOVE 0 TO WS-WEED-REJECTED
           OPEN INPUT WEED-APPROVED-FILE
           IF WEED-APPROVED-STATUS NOT = '00'
               DISPLAY "No WeedApproved.csv to withdraw ("
                       WEED-APPROVED-STATUS ")."
           ELSE
               OPEN OUTPUT WEED-REJECT-FILE
               MOVE 'N' TO WS-WEED-EOF
               PERFORM UNTIL WS-WEED-EOF = 'Y'
                   READ WEED-APPROVED-FILE INTO WEED-APPROVED-RECORD
                       AT END
                           MOVE 'Y' TO WS-WEED-EOF
                       NOT AT END
                           PERFORM WEED-WITHDRAW-ONE
                   END-READ
               END-PERFORM
               CLOSE WEED-APPROVED-FILE
               CLOSE WEED-REJECT-FILE
               DISPLAY "Withdrawal complete: " WS-WEED-READ
                       " accession(s) read, " WS-WEED-WITHDRAWN
                       " withdrawn, " WS-WEED-REJECTED
                       " rejected to WeedRejects.csv."
           END-IF.

           WEED-WITHDRAW-ONE.
           IF WEED-APPROVED-RECORD = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-WEED-READ
               MOVE SPACES TO WS-WEED-REASON
               MOVE SPACES TO WS-WEED-ACC-X
               UNSTRING WEED-APPROVED-RECORD DELIMITED BY ","
                   INTO WS-WEED-ACC-X
               IF FUNCTION TRIM(WS-WEED-ACC-X) IS NOT NUMERIC
                   MOVE "BAD-ACCESSION" TO WS-WEED-REASON
               ELSE
                   COMPUTE WS-CHK-ACCESSION =
                       FUNCTION NUMVAL(WS-WEED-ACC-X)
                   PERFORM FIND-COPY-BY-ACCESSION
                   IF WS-COPY-FOUND = 'N'
                       MOVE "UNKNOWN-ACC" TO WS-WEED-REASON
                   ELSE
                       COMPUTE WS-LOOKUP-BOOK-ID =
                           FUNCTION NUMVAL(copy_book_id)
                       PERFORM COUNT-HOLDS-FOR-BOOK
                       PERFORM FIND-OPEN-LOAN-BY-ACCESSION
                       EVALUATE TRUE
                           WHEN copy_status = 'W'
                               MOVE "ALREADY-WITHDRAWN"
                                   TO WS-WEED-REASON
                           WHEN copy_status = 'O' OR
                                WS-LOAN-FOUND = 'Y'
                               MOVE "ON-LOAN" TO WS-WEED-REASON
                           WHEN copy_status = 'T'
                               MOVE "IN-TRANSIT" TO WS-WEED-REASON
                           WHEN WS-HOLD-COUNT > 0
                               MOVE "HOLDS-QUEUED" TO WS-WEED-REASON
                           WHEN OTHER CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF

               IF WS-WEED-REASON NOT = SPACES
                   ADD 1 TO WS-WEED-REJECTED
                   MOVE SPACES TO WS-WEED-REJ-LINE
                   STRING FUNCTION TRIM(WS-WEED-REASON)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(WEED-APPROVED-RECORD)
                              DELIMITED BY SIZE
                          INTO WS-WEED-REJ-LINE
                   WRITE WEED-REJECT-RECORD FROM WS-WEED-REJ-LINE
               ELSE
                   MOVE 0 TO WS-COUNT-DELTA
                   IF copy_status = 'S'
                       MOVE -1 TO WS-COUNT-DELTA
                   END-IF
                   MOVE 'W' TO copy_status
                   PERFORM BUILD-COPY-ROW
                   MOVE WS-COPY-LINE TO CRW-NEW-LINE
                   MOVE copy_accession TO CRW-TARGET-ACC
                   MOVE "WEED" TO WS-AUD-ACTION
                   PERFORM REWRITE-COPY-FILE
                   IF WS-COUNT-DELTA NOT = 0
                       COMPUTE WS-COPY-BOOK-NUM =
                           FUNCTION NUMVAL(copy_book_id)
                       PERFORM ADJUST-BOOK-COUNT
                   END-IF
                   ADD 1 TO WS-WEED-WITHDRAWN
               END-IF
           END-IF.

           END-OF-DAY-CLOSE.
      *    Proper nightly close (batch code 50): every data file is
           MOVE "CLOSE-" TO WS-RPT-PREFIX
           MOVE "END-OF-DAY CLOSE" TO WS-RPT-TITLE
           PERFORM OPEN-REPORT-FILE
           PERFORM EOD-SET-RETENTION

           MOVE 0 TO WS-EOD-ERRS
           MOVE 0 TO WS-EOD-FILES
           PERFORM EOD-SNAPSHOT-COPIES
           PERFORM EOD-SNAPSHOT-ORDERS
           PERFORM EOD-SNAPSHOT-ILL
           PERFORM EOD-SNAPSHOT-PAYMENTS
           PERFORM EOD-SNAPSHOT-STAFF
           PERFORM EOD-SNAPSHOT-FUNDS
           PERFORM EOD-SNAPSHOT-SERIALS
           PERFORM EOD-SNAPSHOT-ISSUES

           PERFORM EOD-PURGE-OLD-GENERATIONS

           END-IF
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           PERFORM CLOSE-REPORT-FILE

      *    The close goes on the journal, keyed by the generation
      *    date, so that recovery can tell which entries were made
      *    after this generation was taken (see RECOVER-FIND-CLOSE).
           MOVE "EOD-CLOSE" TO WS-AUD-ACTION
           MOVE WS-TODAY TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           IF WS-EOD-ERRS = 0
               STRING "GOOD FILES=" DELIMITED BY SIZE
                      WS-EOD-FILES DELIMITED BY SIZE
                      INTO WS-AUD-AFTER
           ELSE
               STRING "FAILED ERRORS=" DELIMITED BY SIZE
                      WS-EOD-ERRS DELIMITED BY SIZE
                      INTO WS-AUD-AFTER
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

           EOD-SET-RETENTION.
      *    Generations kept: WS-GEN-KEEP unless LIBRARY_EOD_KEEP
      *    says otherwise.
           MOVE SPACES TO WS-GEN-KEEP-ENV
           ACCEPT WS-GEN-KEEP-ENV FROM ENVIRONMENT
               "LIBRARY_EOD_KEEP"
               ON EXCEPTION MOVE SPACES TO WS-GEN-KEEP-ENV
           END-ACCEPT
           IF FUNCTION TRIM(WS-GEN-KEEP-ENV) IS NUMERIC AND
              FUNCTION NUMVAL(WS-GEN-KEEP-ENV) > 0
               COMPUTE WS-GEN-KEEP =
                   FUNCTION NUMVAL(WS-GEN-KEEP-ENV)
           END-IF.

           EOD-BUILD-GEN-NAME.
      *    EOD-YYYYMMDD-<file> for the snapshot of WS-EOD-BASE.
           OPEN INPUT GEN-FILE
           IF GEN-STATUS = '00'
               PERFORM UNTIL WS-EOD-EOF = 'Y'
                   READ GEN-FILE
                       AT END MOVE 'Y' TO WS-EOD-EOF
                       NOT AT END ADD 1 TO WS-EOD-SNAP-ROWS
                   END-READ
           CLOSE GEN-FILE
           PERFORM EOD-VERIFY-SNAPSHOT.

           EOD-SNAPSHOT-PAYMENTS.
           MOVE "Payments.csv" TO WS-EOD-BASE
           PERFORM EOD-BUILD-GEN-NAME
           MOVE 0 TO WS-EOD-LIVE-ROWS
           MOVE 'N' TO WS-EOD-EOF
           OPEN INPUT PAYMENT-FILE
           OPEN OUTPUT GEN-FILE
           IF PAYMENT-STATUS = '00'
               PERFORM UNTIL WS-EOD-EOF = 'Y'
                   READ PAYMENT-FILE INTO PAYMENT-RECORD
                       AT END MOVE 'Y' TO WS-EOD-EOF
                       NOT AT END
                           WRITE GEN-RECORD FROM PAYMENT-RECORD
                           ADD 1 TO WS-EOD-LIVE-ROWS
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF
           CLOSE GEN-FILE
           PERFORM EOD-VERIFY-SNAPSHOT.

           EOD-SNAPSHOT-STAFF.
           MOVE "Staff.csv" TO WS-EOD-BASE
           PERFORM EOD-BUILD-GEN-NAME
           MOVE 0 TO WS-EOD-LIVE-ROWS
           MOVE 'N' TO WS-EOD-EOF
           OPEN INPUT STAFF-FILE
           OPEN OUTPUT GEN-FILE
           IF STAFF-STATUS = '00'
               PERFORM UNTIL WS-EOD-EOF = 'Y'
                   READ STAFF-FILE INTO STAFF-RECORD
                       AT END MOVE 'Y' TO WS-EOD-EOF
                       NOT AT END
                           WRITE GEN-RECORD FROM STAFF-RECORD
                           ADD 1 TO WS-EOD-LIVE-ROWS
                   END-READ
               END-PERFORM
               CLOSE STAFF-FILE
           END-IF
           CLOSE GEN-FILE
           PERFORM EOD-VERIFY-SNAPSHOT.

           EOD-SNAPSHOT-FUNDS.
           MOVE "Funds.csv" TO WS-EOD-BASE
           PERFORM EOD-BUILD-GEN-NAME
           MOVE 0 TO WS-EOD-LIVE-ROWS
           MOVE 'N' TO WS-EOD-EOF
           OPEN INPUT FUND-FILE
           OPEN OUTPUT GEN-FILE
           IF FUND-STATUS = '00'
               PERFORM UNTIL WS-EOD-EOF = 'Y'
                   READ FUND-FILE INTO FUND-RECORD
                       AT END MOVE 'Y' TO WS-EOD-EOF
                       NOT AT END
                           WRITE GEN-RECORD FROM FUND-RECORD
                           ADD 1 TO WS-EOD-LIVE-ROWS
                   END-READ
               END-PERFORM
               CLOSE FUND-FILE
           END-IF
           CLOSE GEN-FILE
           PERFORM EOD-VERIFY-SNAPSHOT.

           EOD-SNAPSHOT-SERIALS.
           MOVE "Serials.csv" TO WS-EOD-BASE
           PERFORM EOD-BUILD-GEN-NAME
           MOVE 0 TO WS-EOD-LIVE-ROWS
           MOVE 'N' TO WS-EOD-EOF
           OPEN INPUT SERIAL-FILE
           OPEN OUTPUT GEN-FILE
           IF SERIAL-STATUS = '00'
               PERFORM UNTIL WS-EOD-EOF = 'Y'
                   READ SERIAL-FILE INTO SERIAL-RECORD
                       AT END MOVE 'Y' TO WS-EOD-EOF
                       NOT AT END
                           WRITE GEN-RECORD FROM SERIAL-RECORD
                           ADD 1 TO WS-EOD-LIVE-ROWS
                   END-READ
               END-PERFORM
               CLOSE SERIAL-FILE
           END-IF
           CLOSE GEN-FILE
           PERFORM EOD-VERIFY-SNAPSHOT.

           EOD-SNAPSHOT-ISSUES.
           MOVE "SerialIssues.csv" TO WS-EOD-BASE
           PERFORM EOD-BUILD-GEN-NAME
           MOVE 0 TO WS-EOD-LIVE-ROWS
           MOVE 'N' TO WS-EOD-EOF
           OPEN INPUT ISSUE-FILE
           OPEN OUTPUT GEN-FILE
           IF ISSUE-STATUS = '00'
               PERFORM UNTIL WS-EOD-EOF = 'Y'
                   READ ISSUE-FILE INTO ISSUE-RECORD
                       AT END MOVE 'Y' TO WS-EOD-EOF
                       NOT AT END
                           WRITE GEN-RECORD FROM ISSUE-RECORD
                           ADD 1 TO WS-EOD-LIVE-ROWS
                   END-READ
               END-PERFORM
               CLOSE ISSUE-FILE
           END-IF
           CLOSE GEN-FILE
           PERFORM EOD-VERIFY-SNAPSHOT.

           EOD-PURGE-OLD-GENERATIONS.
      *    Deletes generation sets older than the retention. The
      *    sweep looks back 31 days past the cutoff so sets left
               COMPUTE WS-EOD-PURGE-INT = WS-TODAY-INT - WS-EOD-OFF
               COMPUTE WS-EOD-PURGE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-EOD-PURGE-INT)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 14
                   MOVE SPACES TO WS-GEN-NAME
                   STRING "EOD-" DELIMITED BY SIZE
                          WS-EOD-PURGE-DATE DELIMITED BY SIZE
               END-PERFORM
           END-PERFORM.

           RECOVER-FROM-GENERATION.
      *    Point-of-failure recovery (Records 16 / batch code 61).
      *    The chosen file, or all fourteen, is put back as it
      *    stood in a named EOD generation, then every journal
      *    entry made after that close is replayed over it in
      *    journal order: an addition is appended, and a change or
      *    removal is applied only to a row that still matches the
      *    entry's before-image. The first entry that does not
      *    match stops the replay and is reported, leaving the
      *    files as they stood after the last good entry. Either
      *    way the reconciliation checks are run over the result.
      *    A batch run takes the generation date from
      *    LIBRARY_RECOVER_GEN and the file from
      *    LIBRARY_RECOVER_FILE (a file name such as Loans.csv, or
      *    ALL, the default); with no date it refuses.
           MOVE SPACES TO WS-RCV-GEN-INPUT
           MOVE SPACES TO WS-RCV-FILE-INPUT
           IF WS-BATCH-MODE = 'Y'
               ACCEPT WS-RCV-GEN-INPUT FROM ENVIRONMENT
                   "LIBRARY_RECOVER_GEN"
                   ON EXCEPTION MOVE SPACES TO WS-RCV-GEN-INPUT
               END-ACCEPT
               ACCEPT WS-RCV-FILE-INPUT FROM ENVIRONMENT
                   "LIBRARY_RECOVER_FILE"
                   ON EXCEPTION MOVE SPACES TO WS-RCV-FILE-INPUT
               END-ACCEPT
           ELSE
               DISPLAY " "
               DISPLAY "Recover from the EOD generation of date "
                       "(YYYYMMDD): "
               ACCEPT WS-RCV-GEN-INPUT
               DISPLAY "File to recover (e.g. Loans.csv), or ALL: "
               ACCEPT WS-RCV-FILE-INPUT
           END-IF

           PERFORM RECOVER-CHECK-CHOICE
           IF WS-RCV-OK = 'Y'
               PERFORM RECOVER-CHECK-GENERATION
           END-IF
           IF WS-RCV-OK = 'Y'
               PERFORM RECOVER-FIND-CLOSE
           END-IF
           IF WS-RCV-OK = 'Y' AND WS-BATCH-MODE = 'N'
               DISPLAY "The live file(s) will be replaced from the "
                       "generation and the journal replayed over "
                       "them."
               DISPLAY "Enter 1 to Recover, 0 to Cancel: "
               ACCEPT WS-CONFIRM-CHOICE
               IF WS-CONFIRM-CHOICE NOT = 1
                   DISPLAY "Recovery cancelled."
                   MOVE 'N' TO WS-RCV-OK
               END-IF
           END-IF
           IF WS-RCV-OK = 'Y'
               PERFORM RECOVER-RUN
           END-IF.

           RECOVER-CHECK-CHOICE.
      *    Checks the generation date and turns the file name into
      *    WS-RCV-SEL, its EOD-BASE-ENTRY number (0 for all).
           MOVE 'Y' TO WS-RCV-OK
           MOVE 0 TO WS-RCV-SEL
           MOVE WS-RCV-GEN-INPUT TO WS-RCV-GEN
           IF WS-RCV-GEN-INPUT = SPACES
               DISPLAY "No generation date given - nothing "
                       "recovered."
               MOVE 'N' TO WS-RCV-OK
           ELSE
           IF WS-RCV-GEN IS NOT NUMERIC OR
              WS-RCV-GEN-INPUT(9:12) NOT = SPACES
               DISPLAY "Generation date must be YYYYMMDD: "
                       FUNCTION TRIM(WS-RCV-GEN-INPUT)
               MOVE 'N' TO WS-RCV-OK
           ELSE
           IF WS-RCV-FILE-INPUT NOT = SPACES AND
              FUNCTION UPPER-CASE(WS-RCV-FILE-INPUT) NOT = "ALL"
               PERFORM VARYING WS-RCV-IX FROM 1 BY 1
                       UNTIL WS-RCV-IX > 14
                   IF FUNCTION UPPER-CASE(WS-RCV-FILE-INPUT) =
                      FUNCTION UPPER-CASE(
                          EOD-BASE-ENTRY(WS-RCV-IX))
                       MOVE WS-RCV-IX TO WS-RCV-SEL
                   END-IF
               END-PERFORM
               IF WS-RCV-SEL = 0
                   DISPLAY "Unknown file '"
                           FUNCTION TRIM(WS-RCV-FILE-INPUT)
                           "' - name one of the EOD generation "
                           "files (e.g. Loans.csv) or ALL."
                   MOVE 'N' TO WS-RCV-OK
               END-IF
           END-IF
           END-IF
           END-IF.

           RECOVER-GEN-NAME.
      *    EOD-<date>-<file> for generation WS-RCV-GEN and file
      *    WS-RCV-IX.
           MOVE SPACES TO WS-GEN-NAME
           STRING "EOD-" DELIMITED BY SIZE
                  WS-RCV-GEN DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FUNCTION TRIM(EOD-BASE-ENTRY(WS-RCV-IX))
                      DELIMITED BY SIZE
                  INTO WS-GEN-NAME.

           RECOVER-CHECK-GENERATION.
      *    Every file to be recovered must have its snapshot in the
      *    generation; the close writes one for each file, even an
      *    empty one.
           PERFORM VARYING WS-RCV-IX FROM 1 BY 1
                   UNTIL WS-RCV-IX > 14
               IF WS-RCV-SEL = 0 OR WS-RCV-SEL = WS-RCV-IX
                   PERFORM RECOVER-GEN-NAME
                   OPEN INPUT GEN-FILE
                   IF GEN-STATUS = '00'
                       CLOSE GEN-FILE
                   ELSE
                       DISPLAY "Generation file "
                               FUNCTION TRIM(WS-GEN-NAME)
                               " not found."
                       MOVE 'N' TO WS-RCV-OK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RCV-OK = 'N'
               DISPLAY "No EOD generation for " WS-RCV-GEN
                       " to recover from - nothing recovered."
           END-IF.

           RECOVER-FIND-CLOSE.
      *    Finds the EOD-CLOSE journal entry for the generation;
      *    replay starts on the line after it. If the close is run
      *    twice in a day the later one made the generation. A
      *    close that did not verify is refused. With no entry
      *    (a generation taken before closes were journalled) the
      *    replay falls back to the entries stamped after the
      *    generation date.
           MOVE 0 TO WS-RCV-CLOSE-LINE
           MOVE SPACES TO WS-RCV-CLOSE-STAMP
           MOVE SPACES TO WS-RCV-CLOSE-RESULT
           MOVE 0 TO WS-RCV-LINE-NO
           MOVE 'N' TO WS-RCV-JRN-EOF
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = '00'
               PERFORM UNTIL WS-RCV-JRN-EOF = 'Y'
                   READ AUDIT-FILE INTO WS-RCV-JRN-LINE
                       AT END MOVE 'Y' TO WS-RCV-JRN-EOF
                       NOT AT END
                           ADD 1 TO WS-RCV-LINE-NO
                           PERFORM RECOVER-SPLIT-ENTRY
                           IF WS-RCV-ACTION = "EOD-CLOSE" AND
                              WS-RCV-KEY = WS-RCV-GEN
                               MOVE WS-RCV-LINE-NO
                                   TO WS-RCV-CLOSE-LINE
                               MOVE WS-RCV-STAMP
                                   TO WS-RCV-CLOSE-STAMP
                               MOVE WS-RCV-AFTER
                                   TO WS-RCV-CLOSE-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           IF WS-RCV-CLOSE-LINE > 0 AND
              WS-RCV-CLOSE-RESULT(1:4) NOT = "GOOD"
               DISPLAY "The close of " WS-RCV-GEN " did not verify ("
                       FUNCTION TRIM(WS-RCV-CLOSE-RESULT)
                       ") - recover from another generation."
               MOVE 'N' TO WS-RCV-OK
           END-IF.

           RECOVER-RUN.
           MOVE "RECOVER-" TO WS-RPT-PREFIX
           MOVE "POINT-OF-FAILURE RECOVERY" TO WS-RPT-TITLE
           PERFORM OPEN-REPORT-FILE

           MOVE SPACES TO WS-RPT-LINE
           IF WS-RCV-SEL = 0
               STRING "GENERATION " DELIMITED BY SIZE
                      WS-RCV-GEN DELIMITED BY SIZE
                      " - ALL FILES" DELIMITED BY SIZE
                      INTO WS-RPT-LINE
           ELSE
               STRING "GENERATION " DELIMITED BY SIZE
                      WS-RCV-GEN DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(EOD-BASE-ENTRY(WS-RCV-SEL))
                          DELIMITED BY SIZE
                      " ONLY" DELIMITED BY SIZE
                      INTO WS-RPT-LINE
           END-IF
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-RCV-CLOSE-LINE > 0
               STRING "CLOSE JOURNALLED AT " DELIMITED BY SIZE
                      WS-RCV-CLOSE-STAMP DELIMITED BY SIZE
                      " (JOURNAL LINE " DELIMITED BY SIZE
                      WS-RCV-CLOSE-LINE DELIMITED BY SIZE
                      ") - ENTRIES AFTER IT ARE REPLAYED"
                          DELIMITED BY SIZE
                      INTO WS-RPT-LINE
           ELSE
               STRING "NO CLOSE ON THE JOURNAL FOR " DELIMITED BY SIZE
                      WS-RCV-GEN DELIMITED BY SIZE
                      " - ENTRIES STAMPED AFTER THAT DATE ARE "
                          DELIMITED BY SIZE
                      "REPLAYED" DELIMITED BY SIZE
                      INTO WS-RPT-LINE
           END-IF
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RCV-RUN-STAMP
           MOVE SPACES TO WS-RPT-LINE
           STRING "LIVE FILES KEPT AS PRE-RECOVER-" DELIMITED BY SIZE
                  WS-RCV-RUN-STAMP DELIMITED BY SIZE
                  "-<FILE>" DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           WRITE REPORT-RECORD FROM HEADER-LINE

           WRITE REPORT-RECORD FROM EOD-REPORT-HEADER
           DISPLAY EOD-REPORT-HEADER
           PERFORM VARYING WS-RCV-IX FROM 1 BY 1
                   UNTIL WS-RCV-IX > 14
               IF WS-RCV-SEL = 0 OR WS-RCV-SEL = WS-RCV-IX
                   PERFORM RECOVER-RESTORE-ONE
               END-IF
           END-PERFORM
           WRITE REPORT-RECORD FROM HEADER-LINE

           MOVE 0 TO WS-RCV-ENTRIES
           MOVE 0 TO WS-RCV-ADDED
           MOVE 0 TO WS-RCV-CHANGED
           MOVE 0 TO WS-RCV-REMOVED
           MOVE 0 TO WS-RCV-OTHER-FILE
           MOVE 0 TO WS-RCV-PURGED
           MOVE 0 TO WS-RCV-NOTES
           MOVE 0 TO WS-RCV-STAFF-OFF
           PERFORM RECOVER-REPLAY-JOURNAL
           PERFORM RECOVER-PRINT-TOTALS
           PERFORM CLOSE-REPORT-FILE

           MOVE "ROLLFORWARD" TO WS-AUD-ACTION
           MOVE WS-RCV-GEN TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-BEFORE
           IF WS-RCV-SEL = 0
               MOVE "ALL" TO WS-AUD-BEFORE
           ELSE
               MOVE EOD-BASE-ENTRY(WS-RCV-SEL) TO WS-AUD-BEFORE
           END-IF
           MOVE SPACES TO WS-AUD-AFTER
           STRING "ENTRIES=" DELIMITED BY SIZE
                  WS-RCV-ENTRIES DELIMITED BY SIZE
                  " STOPPED=" DELIMITED BY SIZE
                  WS-RCV-STOPPED DELIMITED BY SIZE
                  INTO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD

           PERFORM RECONCILIATION-REPORT.

           RECOVER-RESTORE-ONE.
      *    Keeps live file WS-RCV-IX as
      *    PRE-RECOVER-<run stamp>-<file>, then copies the
      *    generation's snapshot over it.
           MOVE EOD-BASE-ENTRY(WS-RCV-IX) TO WS-RCV-NAME
           MOVE SPACES TO WS-GEN-NAME
           STRING "PRE-RECOVER-" DELIMITED BY SIZE
                  WS-RCV-RUN-STAMP DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RCV-NAME) DELIMITED BY SIZE
                  INTO WS-GEN-NAME
           MOVE 0 TO WS-RCV-LIVE-ROWS
           MOVE 'N' TO WS-RCV-EOF
           OPEN INPUT RECOVER-FILE
           IF RECOVER-STATUS = '00'
               OPEN OUTPUT GEN-FILE
               PERFORM UNTIL WS-RCV-EOF = 'Y'
                   READ RECOVER-FILE
                       AT END MOVE 'Y' TO WS-RCV-EOF
                       NOT AT END
                           WRITE GEN-RECORD FROM RECOVER-RECORD
                           ADD 1 TO WS-RCV-LIVE-ROWS
                   END-READ
               END-PERFORM
               CLOSE RECOVER-FILE
               CLOSE GEN-FILE
           END-IF

           PERFORM RECOVER-GEN-NAME
           MOVE 0 TO WS-RCV-GEN-ROWS
           MOVE 'N' TO WS-RCV-EOF
           OPEN INPUT GEN-FILE
           OPEN OUTPUT RECOVER-FILE
           PERFORM UNTIL WS-RCV-EOF = 'Y'
               READ GEN-FILE
                   AT END MOVE 'Y' TO WS-RCV-EOF
                   NOT AT END
                       WRITE RECOVER-RECORD FROM GEN-RECORD
                       ADD 1 TO WS-RCV-GEN-ROWS
               END-READ
           END-PERFORM
           CLOSE GEN-FILE
           CLOSE RECOVER-FILE

           MOVE WS-RCV-NAME TO eod_file
           MOVE WS-RCV-LIVE-ROWS TO eod_live
           MOVE WS-RCV-GEN-ROWS TO eod_snap
           MOVE "RESTORED" TO eod_verdict
           DISPLAY EOD-DETAIL-LINE
           WRITE REPORT-RECORD FROM EOD-DETAIL-LINE.

           RECOVER-REPLAY-JOURNAL.
      *    Reads the journal from the top, replaying each entry
      *    past the close point until the end or the first entry
      *    that will not apply.
           MOVE 'N' TO WS-RCV-STOPPED
           MOVE SPACES TO WS-RCV-LAST-STAMP
           MOVE 0 TO WS-RCV-LINE-NO
           MOVE 'N' TO WS-RCV-JRN-EOF
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = '00'
               PERFORM UNTIL WS-RCV-JRN-EOF = 'Y' OR
                             WS-RCV-STOPPED = 'Y'
                   READ AUDIT-FILE INTO WS-RCV-JRN-LINE
                       AT END MOVE 'Y' TO WS-RCV-JRN-EOF
                       NOT AT END
                           ADD 1 TO WS-RCV-LINE-NO
                           PERFORM RECOVER-REPLAY-ONE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

           RECOVER-SPLIT-ENTRY.
      *    Splits the journal line in WS-RCV-JRN-LINE. Lines
      *    written before entries named their file leave
      *    WS-RCV-TAG blank.
           MOVE SPACES TO WS-RCV-STAMP
           MOVE SPACES TO WS-RCV-ACTION
           MOVE SPACES TO WS-RCV-KEY
           MOVE SPACES TO WS-RCV-BEFORE
           MOVE SPACES TO WS-RCV-AFTER
           MOVE SPACES TO WS-RCV-OPER
           MOVE SPACES TO WS-RCV-TAG
           UNSTRING WS-RCV-JRN-LINE DELIMITED BY "|"
               INTO WS-RCV-STAMP, WS-RCV-ACTION, WS-RCV-KEY,
               WS-RCV-BEFORE, WS-RCV-AFTER, WS-RCV-OPER,
               WS-RCV-TAG.

           RECOVER-REPLAY-ONE.
           PERFORM RECOVER-SPLIT-ENTRY
           IF (WS-RCV-CLOSE-LINE > 0 AND
               WS-RCV-LINE-NO > WS-RCV-CLOSE-LINE) OR
              (WS-RCV-CLOSE-LINE = 0 AND
               WS-RCV-STAMP(1:8) > WS-RCV-GEN)
               ADD 1 TO WS-RCV-ENTRIES
               EVALUATE FUNCTION TRIM(WS-RCV-ACTION)
                   WHEN "SIGNON-FAIL"
                   WHEN "RECOVER"
                   WHEN "PRIV-PURGE"
                   WHEN "EOD-CLOSE"
                   WHEN "ROLLFORWARD"
                       ADD 1 TO WS-RCV-NOTES
                   WHEN OTHER
                       PERFORM RECOVER-APPLY-ENTRY
               END-EVALUATE
               IF WS-RCV-STOPPED = 'N'
                   MOVE WS-RCV-STAMP TO WS-RCV-LAST-STAMP
               END-IF
           END-IF.

           RECOVER-APPLY-ENTRY.
      *    One data-changing entry. A member purge takes the row
      *    off by id. Images the privacy purge has blanked out
      *    (*PURGED*) cannot be replayed and are passed over - the
      *    purge has also taken the member out of the generation.
           PERFORM RECOVER-ENTRY-FILE
           IF WS-RCV-IX = 0
               MOVE "THE ENTRY DOES NOT SAY WHICH FILE IT CHANGED"
                   TO WS-RCV-STOP-WHY
               PERFORM RECOVER-STOP
           ELSE
           IF WS-RCV-SEL NOT = 0 AND WS-RCV-SEL NOT = WS-RCV-IX
               ADD 1 TO WS-RCV-OTHER-FILE
           ELSE
           IF WS-RCV-ACTION = "MEMBER-PURGE"
               PERFORM RECOVER-APPLY-PURGE
           ELSE
           IF WS-RCV-BEFORE = "*PURGED*" OR
              WS-RCV-AFTER = "*PURGED*"
               ADD 1 TO WS-RCV-PURGED
           ELSE
           IF WS-RCV-BEFORE = SPACES
               IF WS-RCV-AFTER = SPACES
                   ADD 1 TO WS-RCV-NOTES
               ELSE
                   PERFORM RECOVER-APPLY-ADD
               END-IF
           ELSE
               PERFORM RECOVER-APPLY-CHANGE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           RECOVER-ENTRY-FILE.
      *    Sets WS-RCV-IX to the file the entry changed (0 if it
      *    cannot be told), with its live name and masked field.
           MOVE 0 TO WS-RCV-IX
           IF WS-RCV-TAG = SPACES
               PERFORM RECOVER-TAG-FROM-ACTION
           END-IF
           IF WS-RCV-TAG NOT = SPACES
               PERFORM VARYING WS-RCV-TAG-IX FROM 1 BY 1
                       UNTIL WS-RCV-TAG-IX > 14
                   IF EOD-TAG-ENTRY(WS-RCV-TAG-IX) = WS-RCV-TAG
                       MOVE WS-RCV-TAG-IX TO WS-RCV-IX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RCV-IX > 0
               MOVE EOD-BASE-ENTRY(WS-RCV-IX) TO WS-RCV-NAME
               MOVE EOD-MASK-ENTRY(WS-RCV-IX) TO WS-RCV-MASK
           END-IF.

           RECOVER-TAG-FROM-ACTION.
      *    Journal lines written before entries named their file:
      *    every action but CHECKOUT and RETURN (which changed the
      *    catalog, the copy and the loan alike) belongs to one
      *    file only.
           EVALUATE FUNCTION TRIM(WS-RCV-ACTION)
               WHEN "MEMBER-ADD"
               WHEN "MEMBER-UPD"
               WHEN "MEMBER-RENEW"
               WHEN "MEMBER-DATED"
               WHEN "MEMBER-LAPSE"
               WHEN "MEMBER-INACT"
               WHEN "MEMBER-PURGE"
               WHEN "RENEW-NOTICE"
                   MOVE "MEMBERS" TO WS-RCV-TAG
               WHEN "HOLD-ADD"
               WHEN "HOLD-CANCEL"
                   MOVE "HOLDS" TO WS-RCV-TAG
               WHEN "BOOK-ADD"
               WHEN "BOOK-UPD"
               WHEN "BOOK-DEL"
                   MOVE "BOOKS" TO WS-RCV-TAG
               WHEN "COPY-ADD"
               WHEN "COPY-UPD"
               WHEN "COPY-SEND"
               WHEN "COPY-RECEIVE"
               WHEN "COPY-LOST"
               WHEN "STOCKTAKE"
               WHEN "WEED"
                   MOVE "COPIES" TO WS-RCV-TAG
               WHEN "LOAN-ADD"
               WHEN "RENEW"
               WHEN "LOAN-LOST"
                   MOVE "LOANS" TO WS-RCV-TAG
               WHEN "FINE-ADD"
               WHEN "FINE-PAY"
                   MOVE "FINES" TO WS-RCV-TAG
               WHEN "PAY-ADD"
                   MOVE "PAYMENTS" TO WS-RCV-TAG
               WHEN "ORDER-ADD"
               WHEN "ORDER-RECV"
                   MOVE "ORDERS" TO WS-RCV-TAG
               WHEN "FUND-ADD"
               WHEN "FUND-ALLOC"
               WHEN "FUND-COMMIT"
               WHEN "FUND-OVERCMT"
               WHEN "FUND-SPEND"
                   MOVE "FUNDS" TO WS-RCV-TAG
               WHEN "ILL-ADD"
               WHEN "ILL-UPD"
                   MOVE "ILL" TO WS-RCV-TAG
               WHEN "STAFF-ADD"
               WHEN "STAFF-UPD"
                   MOVE "STAFF" TO WS-RCV-TAG
               WHEN "SERIAL-ADD"
               WHEN "SERIAL-RECV"
               WHEN "SERIAL-CANCL"
               WHEN "SERIAL-REINS"
                   MOVE "SERIALS" TO WS-RCV-TAG
               WHEN "ISSUE-RECV"
               WHEN "ISSUE-MISS"
                   MOVE "ISSUES" TO WS-RCV-TAG
               WHEN OTHER
                   MOVE SPACES TO WS-RCV-TAG
           END-EVALUATE.

           RECOVER-APPLY-ADD.
      *    Appends the after-image. The journal never holds a
      *    password, so an operator added since the close comes
      *    back with the password ******** and disabled (flag N).
      *    Later entries for that operator still apply: their
      *    before-images show the operator enabled, so matching
      *    (RECOVER-ROW-MATCHES) leaves the flag out of the compare
      *    on a row whose password is ********, and an update
      *    replayed onto such a row (RECOVER-KEEP-PASSWORD) keeps
      *    it disabled until a password is set in Staff Maintenance.
           MOVE WS-RCV-AFTER TO WS-RCV-NEW-ROW
           IF EOD-TAG-ENTRY(WS-RCV-IX) = "STAFF"
               MOVE WS-RCV-AFTER TO WS-RCV-IMAGE
               PERFORM RECOVER-SPLIT-IMAGE
               IF WS-RCV-IMG-CNT >= 5
                   MOVE "N" TO WS-RCV-IMG-PART(5)
                   PERFORM RECOVER-JOIN-IMAGE
               END-IF
               ADD 1 TO WS-RCV-STAFF-OFF
               MOVE SPACES TO WS-RPT-LINE
               STRING "OPERATOR " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RCV-KEY) DELIMITED BY SIZE
                      " ADDED SINCE THE CLOSE IS BACK DISABLED - "
                          DELIMITED BY SIZE
                      "SET A PASSWORD AND ENABLE IT IN STAFF "
                          DELIMITED BY SIZE
                      "MAINTENANCE" DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           OPEN EXTEND RECOVER-FILE
           IF RECOVER-STATUS = '35'
               OPEN OUTPUT RECOVER-FILE
           END-IF
           WRITE RECOVER-RECORD FROM WS-RCV-NEW-ROW
           CLOSE RECOVER-FILE
           ADD 1 TO WS-RCV-ADDED.

           RECOVER-APPLY-CHANGE.
      *    Streams the live file through Recover.tmp, putting the
      *    after-image (or nothing, for a removal) in place of the
      *    first row that matches the before-image. With no match
      *    the live file is left alone and the replay stops.
           MOVE 'N' TO WS-RCV-DONE
           MOVE SPACES TO WS-RCV-NEAR-ROW
           MOVE SPACES TO WS-RCV-FIRST-FIELD
           UNSTRING WS-RCV-BEFORE DELIMITED BY ","
               INTO WS-RCV-FIRST-FIELD
           MOVE 'N' TO WS-RCV-EOF
           OPEN INPUT RECOVER-FILE
           IF RECOVER-STATUS = '00'
               OPEN OUTPUT RECOVER-WORK-FILE
               PERFORM UNTIL WS-RCV-EOF = 'Y'
                   READ RECOVER-FILE INTO WS-RCV-ROW
                       AT END MOVE 'Y' TO WS-RCV-EOF
                       NOT AT END PERFORM RECOVER-CHANGE-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE RECOVER-FILE
               CLOSE RECOVER-WORK-FILE
           END-IF
           IF WS-RCV-DONE = 'Y'
               PERFORM RECOVER-WORK-TO-LIVE
               IF WS-RCV-AFTER = SPACES
                   ADD 1 TO WS-RCV-REMOVED
               ELSE
                   ADD 1 TO WS-RCV-CHANGED
               END-IF
           ELSE
               MOVE "NO ROW ON FILE MATCHES THE BEFORE-IMAGE"
                   TO WS-RCV-STOP-WHY
               PERFORM RECOVER-STOP
           END-IF.

           RECOVER-CHANGE-ONE-ROW.
           MOVE 'N' TO WS-RCV-HIT
           IF WS-RCV-DONE = 'N'
               PERFORM RECOVER-ROW-MATCHES
           END-IF
           IF WS-RCV-HIT = 'Y'
               MOVE 'Y' TO WS-RCV-DONE
               IF WS-RCV-AFTER NOT = SPACES
                   MOVE WS-RCV-AFTER TO WS-RCV-NEW-ROW
                   IF EOD-TAG-ENTRY(WS-RCV-IX) = "STAFF"
                       PERFORM RECOVER-KEEP-PASSWORD
                   END-IF
                   WRITE RECOVER-WORK-RECORD FROM WS-RCV-NEW-ROW
               END-IF
           ELSE
               IF WS-RCV-DONE = 'N' AND WS-RCV-NEAR-ROW = SPACES
                   MOVE SPACES TO WS-RCV-ROW-FIRST
                   UNSTRING WS-RCV-ROW DELIMITED BY ","
                       INTO WS-RCV-ROW-FIRST
                   IF WS-RCV-ROW-FIRST = WS-RCV-FIRST-FIELD
                       MOVE WS-RCV-ROW TO WS-RCV-NEAR-ROW
                   END-IF
               END-IF
               WRITE RECOVER-WORK-RECORD FROM WS-RCV-ROW
           END-IF.

           RECOVER-ROW-MATCHES.
      *    WS-RCV-HIT = 'Y' when the row in WS-RCV-ROW is the one
      *    the before-image describes. Where the journal holds the
      *    file's masked field as ******** or the anonymous member
      *    id, that one field is not compared. Nor is the flag of
      *    a staff row whose password is ********: replay added
      *    that operator disabled, while the journal shows them
      *    enabled.
           MOVE 'N' TO WS-RCV-HIT
           MOVE 0 TO WS-RCV-SKIP-IX
           IF FUNCTION TRIM(WS-RCV-ROW) = FUNCTION TRIM(WS-RCV-BEFORE)
               MOVE 'Y' TO WS-RCV-HIT
           ELSE
               IF WS-RCV-MASK > 0
                   MOVE WS-RCV-BEFORE TO WS-RCV-IMAGE
                   PERFORM RECOVER-SPLIT-IMAGE
                   PERFORM RECOVER-SPLIT-ROW
                   IF EOD-TAG-ENTRY(WS-RCV-IX) = "STAFF" AND
                      WS-RCV-ROW-PART(2) = "********"
                       MOVE 5 TO WS-RCV-SKIP-IX
                   END-IF
                   IF WS-RCV-IMG-CNT = WS-RCV-ROW-CNT AND
                      WS-RCV-IMG-CNT >= WS-RCV-MASK
                       IF WS-RCV-IMG-PART(WS-RCV-MASK) = "********"
                          OR WS-RCV-IMG-PART(WS-RCV-MASK) =
                             WS-PRIV-ANON-ID
                           MOVE 'Y' TO WS-RCV-HIT
                           PERFORM VARYING WS-RCV-PART-IX FROM 1 BY 1
                                   UNTIL WS-RCV-PART-IX >
                                         WS-RCV-IMG-CNT
                               IF WS-RCV-PART-IX NOT = WS-RCV-MASK
                                  AND WS-RCV-PART-IX NOT =
                                      WS-RCV-SKIP-IX
                                  AND WS-RCV-IMG-PART(WS-RCV-PART-IX)
                                  NOT = WS-RCV-ROW-PART(WS-RCV-PART-IX)
                                   MOVE 'N' TO WS-RCV-HIT
                               END-IF
                           END-PERFORM
                       END-IF
                   END-IF
               END-IF
           END-IF.

           RECOVER-KEEP-PASSWORD.
      *    A staff after-image has the password masked: the one on
      *    the matched row is carried into the replayed row. When
      *    that is ******** itself (an operator replay added) the
      *    row stays disabled, whatever flag the journal shows.
           MOVE WS-RCV-AFTER TO WS-RCV-IMAGE
           PERFORM RECOVER-SPLIT-IMAGE
           PERFORM RECOVER-SPLIT-ROW
           IF WS-RCV-IMG-CNT >= 2 AND WS-RCV-ROW-CNT >= 2 AND
              WS-RCV-IMG-PART(2) = "********"
               MOVE WS-RCV-ROW-PART(2) TO WS-RCV-IMG-PART(2)
               IF WS-RCV-ROW-PART(2) = "********" AND
                  WS-RCV-IMG-CNT >= 5
                   MOVE "N" TO WS-RCV-IMG-PART(5)
               END-IF
               PERFORM RECOVER-JOIN-IMAGE
           END-IF.

           RECOVER-SPLIT-IMAGE.
           MOVE SPACES TO WS-RCV-IMG-TABLE
           MOVE 0 TO WS-RCV-IMG-CNT
           UNSTRING WS-RCV-IMAGE DELIMITED BY ","
               INTO WS-RCV-IMG-PART(1), WS-RCV-IMG-PART(2),
               WS-RCV-IMG-PART(3), WS-RCV-IMG-PART(4),
               WS-RCV-IMG-PART(5), WS-RCV-IMG-PART(6),
               WS-RCV-IMG-PART(7), WS-RCV-IMG-PART(8),
               WS-RCV-IMG-PART(9), WS-RCV-IMG-PART(10),
               WS-RCV-IMG-PART(11), WS-RCV-IMG-PART(12),
               WS-RCV-IMG-PART(13), WS-RCV-IMG-PART(14),
               WS-RCV-IMG-PART(15), WS-RCV-IMG-PART(16)
               TALLYING IN WS-RCV-IMG-CNT.

           RECOVER-SPLIT-ROW.
           MOVE SPACES TO WS-RCV-ROW-TABLE
           MOVE 0 TO WS-RCV-ROW-CNT
           UNSTRING WS-RCV-ROW DELIMITED BY ","
               INTO WS-RCV-ROW-PART(1), WS-RCV-ROW-PART(2),
               WS-RCV-ROW-PART(3), WS-RCV-ROW-PART(4),
               WS-RCV-ROW-PART(5), WS-RCV-ROW-PART(6),
               WS-RCV-ROW-PART(7), WS-RCV-ROW-PART(8),
               WS-RCV-ROW-PART(9), WS-RCV-ROW-PART(10),
               WS-RCV-ROW-PART(11), WS-RCV-ROW-PART(12),
               WS-RCV-ROW-PART(13), WS-RCV-ROW-PART(14),
               WS-RCV-ROW-PART(15), WS-RCV-ROW-PART(16)
               TALLYING IN WS-RCV-ROW-CNT.

           RECOVER-JOIN-IMAGE.
      *    Strings the WS-RCV-IMG-PART fields back into one row in
      *    WS-RCV-NEW-ROW.
           MOVE SPACES TO WS-RCV-NEW-ROW
           MOVE 1 TO WS-RCV-PTR
           PERFORM VARYING WS-RCV-PART-IX FROM 1 BY 1
                   UNTIL WS-RCV-PART-IX > WS-RCV-IMG-CNT
               IF WS-RCV-PART-IX > 1
                   STRING "," DELIMITED BY SIZE
                          INTO WS-RCV-NEW-ROW WITH POINTER WS-RCV-PTR
               END-IF
               STRING FUNCTION TRIM(WS-RCV-IMG-PART(WS-RCV-PART-IX)
                          TRAILING) DELIMITED BY SIZE
                      INTO WS-RCV-NEW-ROW WITH POINTER WS-RCV-PTR
           END-PERFORM.

           RECOVER-APPLY-PURGE.
      *    MEMBER-PURGE carries the member id only, so the row is
      *    taken off by id. A generation the purge has already
      *    scrubbed no longer holds it, which is not an error.
           MOVE 'N' TO WS-RCV-DONE
           MOVE 'N' TO WS-RCV-EOF
           OPEN INPUT RECOVER-FILE
           IF RECOVER-STATUS = '00'
               OPEN OUTPUT RECOVER-WORK-FILE
               PERFORM UNTIL WS-RCV-EOF = 'Y'
                   READ RECOVER-FILE INTO WS-RCV-ROW
                       AT END MOVE 'Y' TO WS-RCV-EOF
                       NOT AT END
                           MOVE SPACES TO WS-RCV-ROW-FIRST
                           UNSTRING WS-RCV-ROW DELIMITED BY ","
                               INTO WS-RCV-ROW-FIRST
                           IF FUNCTION TRIM(WS-RCV-ROW-FIRST) =
                              FUNCTION TRIM(WS-RCV-KEY)
                               MOVE 'Y' TO WS-RCV-DONE
                           ELSE
                               WRITE RECOVER-WORK-RECORD
                                   FROM WS-RCV-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECOVER-FILE
               CLOSE RECOVER-WORK-FILE
           END-IF
           IF WS-RCV-DONE = 'Y'
               PERFORM RECOVER-WORK-TO-LIVE
               ADD 1 TO WS-RCV-REMOVED
           ELSE
               ADD 1 TO WS-RCV-PURGED
           END-IF.

           RECOVER-WORK-TO-LIVE.
      *    Copies Recover.tmp back over the live file. A recovery
      *    cut short here is simply run again from the generation.
           MOVE 'N' TO WS-RCV-EOF
           OPEN INPUT RECOVER-WORK-FILE
           OPEN OUTPUT RECOVER-FILE
           PERFORM UNTIL WS-RCV-EOF = 'Y'
               READ RECOVER-WORK-FILE INTO RECOVER-RECORD
                   AT END MOVE 'Y' TO WS-RCV-EOF
                   NOT AT END WRITE RECOVER-RECORD
               END-READ
           END-PERFORM
           CLOSE RECOVER-WORK-FILE
           CLOSE RECOVER-FILE.

           RECOVER-STOP.
      *    Reports the entry the replay could not apply, with what
      *    the journal expected and what the file holds instead.
           MOVE 'Y' TO WS-RCV-STOPPED
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-RPT-LINE
           STRING "REPLAY STOPPED AT JOURNAL LINE " DELIMITED BY SIZE
                  WS-RCV-LINE-NO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-RCV-STAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RCV-ACTION) DELIMITED BY SIZE
                  " KEY=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RCV-KEY) DELIMITED BY SIZE
                  " OPER=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RCV-OPER) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  REASON : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RCV-STOP-WHY) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           IF WS-RCV-IX > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  FILE   : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RCV-NAME) DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           IF WS-RCV-BEFORE NOT = SPACES
               MOVE "  EXPECTED:" TO WS-RCV-LABEL
               MOVE WS-RCV-BEFORE TO WS-RCV-IMAGE
               PERFORM RECOVER-PRINT-IMAGE
               MOVE "  FOUND   :" TO WS-RCV-LABEL
               IF WS-RCV-NEAR-ROW NOT = SPACES
                   MOVE WS-RCV-NEAR-ROW TO WS-RCV-IMAGE
               ELSE
                   MOVE "(NO ROW WITH THAT KEY ON FILE)"
                       TO WS-RCV-IMAGE
               END-IF
               PERFORM RECOVER-PRINT-IMAGE
           END-IF
           IF WS-RCV-AFTER NOT = SPACES
               MOVE "  CHANGE TO" TO WS-RCV-LABEL
               MOVE WS-RCV-AFTER TO WS-RCV-IMAGE
               PERFORM RECOVER-PRINT-IMAGE
           END-IF.

           RECOVER-PRINT-IMAGE.
      *    One row image under the label in WS-RCV-LABEL, run on to
      *    a second line when it is too long for one.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-RCV-LABEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RCV-IMAGE(1:120) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           IF WS-RCV-IMAGE(121:80) NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-RCV-IMAGE(121:80) TO WS-RPT-LINE(13:80)
               DISPLAY WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF.

           RECOVER-PRINT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-RPT-LINE
           STRING "JOURNAL ENTRIES SINCE THE CLOSE : " DELIMITED BY SIZE
                  WS-RCV-ENTRIES DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ROWS ADDED                    : " DELIMITED BY SIZE
                  WS-RCV-ADDED DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ROWS CHANGED                  : " DELIMITED BY SIZE
                  WS-RCV-CHANGED DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ROWS REMOVED                  : " DELIMITED BY SIZE
                  WS-RCV-REMOVED DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  FOR OTHER FILES, PASSED OVER  : " DELIMITED BY SIZE
                  WS-RCV-OTHER-FILE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  PURGED, PASSED OVER           : " DELIMITED BY SIZE
                  WS-RCV-PURGED DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  NO DATA CHANGE                : " DELIMITED BY SIZE
                  WS-RCV-NOTES DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           IF WS-RCV-STOPPED = 'Y'
               IF WS-RCV-LAST-STAMP = SPACES
                   STRING "RECOVERY STOPPED - FILES STAND AS AT THE "
                              DELIMITED BY SIZE
                          "CLOSE. NOTHING FROM THE REPORTED ENTRY ON "
                              DELIMITED BY SIZE
                          "IS APPLIED." DELIMITED BY SIZE
                          INTO WS-RPT-LINE
               ELSE
                   STRING "RECOVERY STOPPED - FILES ARE ROLLED "
                              DELIMITED BY SIZE
                          "FORWARD TO " DELIMITED BY SIZE
                          WS-RCV-LAST-STAMP DELIMITED BY SIZE
                          " ONLY. NOTHING FROM THE REPORTED ENTRY ON "
                              DELIMITED BY SIZE
                          "IS APPLIED." DELIMITED BY SIZE
                          INTO WS-RPT-LINE
               END-IF
           ELSE
               IF WS-RCV-LAST-STAMP = SPACES
                   MOVE "RECOVERY COMPLETE - NO ENTRIES SINCE THE CLOSE"
                       TO WS-RPT-LINE
               ELSE
                   STRING "RECOVERY COMPLETE - FILES ROLLED FORWARD TO "
                              DELIMITED BY SIZE
                          WS-RCV-LAST-STAMP DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO WS-RPT-LINE
               END-IF
           END-IF
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE "RECONCILIATION CHECKS FOLLOW (RECON- REPORT)."
               TO WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

           WRITE-AUDIT-RECORD.
      *    Appends one journal line to Audit.log. The caller loads
      *    WS-AUD-ACTION, WS-AUD-KEY, WS-AUD-BEFORE and WS-AUD-AFTER
      *    first; the timestamp is taken here so every entry is
      *    stamped the moment it is written. The journal is only
      *    ever opened EXTEND; the one exception is the privacy
      *    purge, which rewrites it to take out personal data past
      *    its retention (see PRIV-SCRUB-AUDIT).
      *    The signed-on operator follows the images so journal
      *    lines written before sign-on existed still read cleanly.
      *    An entry that changes a data file also names the file
      *    (WS-AUD-FILE, one of EOD-TAG-ENTRY) last on the line, so
      *    recovery knows where to replay it; the name is cleared
      *    once written so it never carries over to the next entry.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-STAMP
           MOVE SPACES TO WS-AUD-LINE
           MOVE 1 TO WS-AUD-PTR
           STRING WS-AUD-STAMP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUD-ACTION) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUD-BEFORE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUD-AFTER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPER-ID) DELIMITED BY SIZE
                  INTO WS-AUD-LINE WITH POINTER WS-AUD-PTR
           IF WS-AUD-FILE NOT = SPACES
               STRING "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AUD-FILE) DELIMITED BY SIZE
                      INTO WS-AUD-LINE WITH POINTER WS-AUD-PTR
               MOVE SPACES TO WS-AUD-FILE
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = '35'

           AUDIT-INQUIRY.
      *    Lists journal entries, optionally narrowed to one run
      *    date, one book/member/loan key and/or one operator.
      *    Keys are compared
      *    numerically when both sides are numeric so "17" finds
      *    the zero-padded "00017" entries.
           DISPLAY " "
           DISPLAY "Key filter (book/member/loan id, blank for "
                   "all): "
           ACCEPT WS-AUD-KEY-FILTER
           DISPLAY "Operator filter (operator id, blank for all): "
           ACCEPT WS-AUD-OPER-FILTER
           MOVE FUNCTION UPPER-CASE(WS-AUD-OPER-FILTER)
               TO WS-AUD-OPER-FILTER
           MOVE 0 TO WS-AUD-SHOWN

           MOVE 'N' TO WS-AUD-EOF
           END-IF.

           SHOW-AUDIT-ENTRY.
      *    Applies the date, key and operator filters to the line in
      *    WS-AUD-LINE and lists it when it qualifies.
           MOVE SPACES TO WS-AUD-STAMP
           MOVE SPACES TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           MOVE SPACES TO WS-AUD-OPER
           UNSTRING WS-AUD-LINE DELIMITED BY "|"
               INTO WS-AUD-STAMP, WS-AUD-ACTION, WS-AUD-KEY,
               WS-AUD-BEFORE, WS-AUD-AFTER, WS-AUD-OPER

           MOVE 'N' TO WS-AUD-KEY-MATCH
           IF WS-AUD-KEY-FILTER = SPACES
           IF (WS-AUD-DATE-FILTER = SPACES OR
               WS-AUD-STAMP(1:8) = WS-AUD-DATE-FILTER)
              AND WS-AUD-KEY-MATCH = 'Y'
              AND (WS-AUD-OPER-FILTER = SPACES OR
                   FUNCTION UPPER-CASE(WS-AUD-OPER) =
                   WS-AUD-OPER-FILTER)
               ADD 1 TO WS-AUD-SHOWN
               IF WS-AUD-SHOWN = 1
                   DISPLAY " "
                   DISPLAY HEADER-LINE
               END-IF
               DISPLAY WS-AUD-STAMP " " WS-AUD-ACTION
                       " KEY=" WS-AUD-KEY " OPER=" WS-AUD-OPER
               IF WS-AUD-BEFORE NOT = SPACES
                   DISPLAY "  BEFORE: "
                           FUNCTION TRIM(WS-AUD-BEFORE)
