      *   RESEARCH-REPORT with date, time, code, direction, amounts,
      *   rate, and account, plus a count and USD total for the
      *   selection.
      *   Added checkpoint/restart for the batch run: every
      *   WS-CKPT-INTERVAL detail records (or the count on
      *   PARAMETER-FILE) the run flushes its outputs and saves its
      *   transaction position, control totals, subtotals, position
      *   and nostro tables, and GL/payment counts to
      *   BATCH-CHECKPOINT. The 'Y' restart option (or the prompt
      *   when attended) resumes after the last checkpoint under the
      *   same run number, first cutting CONVERSION-REPORT,
      *   GL-EXTRACT-FILE, PAYMENT-INSTR-FILE, and the run's
      *   CONVERSION-LOG entries back to the checkpoint, so the
      *   finished run still carries one report, one GL trailer, and
      *   one payment trailer. CONVERSION-LOG now also carries the
      *   business date, run number, and transaction sequence.
      *   Added mode 'C' customer maintenance: an operator can add
      *   an account, change its name or fee tier, or block,
      *   unblock, or close it. Status and tier are validated,
      *   duplicate accounts are refused, a closed account cannot be
      *   changed, CUSTOMER-MASTER is rewritten, and each change is
      *   written to CUSTOMER-AUDIT-FILE with the before and after
      *   images, the signed-on operator, and the date and time.
      *   Added mode 'W' wire acknowledgment reconciliation: each
      *   WIRE-ACK-FILE record is matched on run number, account,
      *   code, and foreign amount against the PAYMENT-INSTR-FILE
      *   details, PAYMENT-RECON-REPORT lists every matched,
      *   rejected, unacknowledged, and unexpected item with counts
      *   and USD totals proved against the payment trailer count
      *   and hash, and rejected payments are written to
      *   PAYMENT-EXCEPTION-FILE for next-morning follow-up.
      *   Added a daily USD conversion limit to CUSTOMER-MASTER,
      *   maintained in mode 'C'. A batch transaction that would take
      *   the account past its limit for the business date, counting
      *   conversions already logged that day, is rejected, or is
      *   written to HELD-TRAN-FILE when the options ask for holds.
      *   Added mode 'K' compliance report from the conversion log
      *   and archive: conversions at or over a USD threshold,
      *   accounts with repeated conversions just under it within a
      *   few days, and each account's totals by currency.
      *   Added forward contracts. Batch 'F' records book a deal at
      *   the table rate plus FORWARD-POINTS-FILE points for the
      *   nearest tenor at or beyond maturity, count against the
      *   position ledger at once, and are kept on FORWARD-DEAL-FILE.
      *   Mode 'D' settles deals due by the business date through
      *   the GL extract and payment instructions, and mode 'O'
      *   lists open deals by maturity bucket.
      *   Added mode 'T' rate volatility run: the average and largest
      *   move per currency over a lookback of RATE-HISTORY spans and
      *   the current table rate are printed on VOLATILITY-REPORT and
      *   give each currency its own TOLERANCE-BAND-FILE band. The
      *   feed run checks each rate against its band, or against
      *   WS-THRESHOLD-PCT when the code has no band, and RECON-REPORT
      *   shows the band used.
      *   Added mode 'J' job stream: the steps on JOB-STREAM-FILE run
      *   in order in one execution, each stopping the stream when its
      *   return code passes the step's limit. Every step and the
      *   stream itself get a RUN-SUMMARY-FILE record, and
      *   JOB-CHECKPOINT-FILE lets the restart option resume the
      *   stream at the step that failed.
      *   CUSTOMER-MASTER and QUOTE-FILE are now keyed files read
      *   directly by account and quote ID instead of being loaded
      *   into tables. A used quote is rewritten in place with the
      *   run and transaction position that used it, so a restart or
      *   an out-of-balance run releases only its own marks.
      *   Settlement statements are written to STATEMENT-WORK-FILE
      *   and sorted by account before printing, so the number of
      *   accounts and conversions in a run is no longer limited.
      *   Added batch 'R' reversal records. A reversal names the
      *   business date, run, account, code and amount of a logged
      *   conversion and is refused unless CONVERSION-LOG holds that
      *   conversion with no reversal against it. The GL entries,
      *   positions and nostro balances are backed out including the
      *   fee, the payment is recalled on PAYMENT-INSTR-FILE, the
      *   reversal is logged against the original's run and position,
      *   and CONVRPT lists reversals in a section of their own.
      *   Added mode 'G' integrity proof. The expected position and
      *   nostro balance of every currency are rebuilt from
      *   CONV-ARCHIVE and CONVERSION-LOG (with forward bookings from
      *   FORWARD-DEAL-FILE) and compared with POSITION-LEDGER and
      *   NOSTRO-BALANCE-FILE, every used quote on QUOTE-FILE must
      *   have its conversion on the log, and every run on
      *   RUN-CONTROL-FILE must have the GL and payment trailer
      *   counts its logged conversions produce. RUN-CONTROL-FILE now
      *   records those trailer counts, revaluation adjustments are
      *   logged with direction 'V' (carried at no volume in the log
      *   summary and log search), and each disagreement is listed
      *   on PROOF-REPORT with a return code of 8.
      *   An out-of-balance batch run now also cuts its own forward
      *   deals and held transactions back off FORWARD-DEAL-FILE and
      *   HELD-TRAN-FILE, and a restart cuts held transactions only
      *   when it cuts the log. The daily limit check covers 'F'
      *   bookings, counts forward bookings already on
      *   FORWARD-DEAL-FILE for the day, skips log entries of runs
      *   never registered on RUN-CONTROL-FILE, and holds or rejects
      *   an item whose day total cannot be kept. Mode 'W' matches
      *   sorted payments against sorted acknowledgments, and mode
      *   'K' works from a sorted work file, so neither is limited
      *   by table size. A job stream may hold only one of modes
      *   'B', 'V' and 'D'. Mode 'C' refuses a change it cannot
      *   write to CUSTOMER-AUDIT-FILE and can remove a daily limit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSCHED-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-IN
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT SETTLEMENT-STATEMENT ASSIGN TO "SETTSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETT-FILE-STATUS.
           SELECT OPTIONAL STATEMENT-WORK-FILE ASSIGN TO "STMTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWRK-FILE-STATUS.
           SELECT STATEMENT-SORT-FILE ASSIGN TO "STMTSORT".
           SELECT STATEMENT-SORTED-FILE ASSIGN TO "STMTSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SSTD-FILE-STATUS.
           SELECT OPTIONAL REVERSAL-WORK-FILE ASSIGN TO "REVWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RVWK-FILE-STATUS.
           SELECT LOG-SUMMARY-REPORT ASSIGN TO "LOGSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LSUM-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-FILE-STATUS.
           SELECT OPTIONAL QUOTE-FILE ASSIGN TO "QUOTEFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUOTE-KEY-ID
               FILE STATUS IS QUOTE-FILE-STATUS.
           SELECT OPTIONAL POSITION-LEDGER ASSIGN TO "POSLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT RESEARCH-REPORT ASSIGN TO "RSCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSCH-FILE-STATUS.
           SELECT OPTIONAL BATCH-CHECKPOINT ASSIGN TO "BATCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BCKP-FILE-STATUS.
           SELECT OPTIONAL RESTART-WORK-FILE ASSIGN TO "RSTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSTW-FILE-STATUS.
           SELECT OPTIONAL CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAUD-FILE-STATUS.
           SELECT OPTIONAL WIRE-ACK-FILE ASSIGN TO "WIREACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WACK-FILE-STATUS.
           SELECT PAYMENT-RECON-REPORT ASSIGN TO "PAYRECON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREC-FILE-STATUS.
           SELECT PAYMENT-EXCEPTION-FILE ASSIGN TO "PAYEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEXC-FILE-STATUS.
           SELECT RECON-WORK-FILE ASSIGN TO "RECNWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RWRK-FILE-STATUS.
           SELECT RECON-SORT-FILE ASSIGN TO "RECNSORT".
           SELECT PAYMENT-SORTED-FILE ASSIGN TO "PAYSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSTD-FILE-STATUS.
           SELECT ACK-SORTED-FILE ASSIGN TO "ACKSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASTD-FILE-STATUS.
           SELECT OPTIONAL HELD-TRAN-FILE ASSIGN TO "TRANHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.
           SELECT COMPLIANCE-REPORT ASSIGN TO "CMPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMPL-FILE-STATUS.
           SELECT COMPLIANCE-WORK-FILE ASSIGN TO "CMPLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CWRK-FILE-STATUS.
           SELECT COMPLIANCE-SORT-FILE ASSIGN TO "CMPLSORT".
           SELECT COMPLIANCE-SORTED-FILE ASSIGN TO "CMPLSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSTD-FILE-STATUS.
           SELECT OPTIONAL FORWARD-POINTS-FILE ASSIGN TO "FWDPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPT-FILE-STATUS.
           SELECT OPTIONAL FORWARD-DEAL-FILE ASSIGN TO "FWDDEAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FWD-FILE-STATUS.
           SELECT OPTIONAL FORWARD-WORK-FILE ASSIGN TO "FWDDEALW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FWDW-FILE-STATUS.
           SELECT FORWARD-SETTLE-REPORT ASSIGN TO "FWDSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSET-FILE-STATUS.
           SELECT FORWARD-OPEN-REPORT ASSIGN TO "FWDORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FOPN-FILE-STATUS.
           SELECT VOLATILITY-REPORT ASSIGN TO "VOLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VRPT-FILE-STATUS.
           SELECT OPTIONAL TOLERANCE-BAND-FILE ASSIGN TO "VOLBAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VBND-FILE-STATUS.
           SELECT JOB-STREAM-FILE ASSIGN TO "JOBSTRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBS-FILE-STATUS.
           SELECT OPTIONAL JOB-CHECKPOINT-FILE ASSIGN TO "JOBCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JCKP-FILE-STATUS.
           SELECT PROOF-REPORT ASSIGN TO "PROOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCHANGE-RATE-MASTER.
           05  TTRL-REC-TYPE           PIC X(1).
           05  TTRL-REC-COUNT          PIC 9(6).
           05  TTRL-HASH-TOTAL         PIC 9(10)V9(2).
       01  TRAN-REVERSAL-REC.
           05  TREV-REC-TYPE           PIC X(1).
           05  TREV-CODE               PIC X(3).
           05  TREV-AMOUNT             PIC 9(6)V9(2).
           05  FILLER                  PIC X(3).
           05  TREV-ORIG-BUS-DATE      PIC 9(8).
           05  TREV-ACCOUNT            PIC X(8).
           05  TREV-ORIG-RUN           PIC 9(6).
           05  FILLER                  PIC X(2).
       FD  CONVERSION-REPORT.
       01  REPORT-LINE                PIC X(132).
       FD  CONVERSION-LOG.
       01  LOG-RECORD                 PIC X(160).
       FD  RATE-HISTORY.
       01  HIST-RECORD                PIC X(80).
       FD  CHECKPOINT-FILE.
       FD  RECON-REPORT.
       01  RECON-LINE                 PIC X(80).
       FD  PARAMETER-FILE.
       01  PARM-RECORD                PIC X(132).
       FD  RUN-SUMMARY-FILE.
       01  RUNS-RECORD                PIC X(80).
       FD  PENDING-RATES.
           05  CUST-NAME-IN            PIC X(20).
           05  CUST-STATUS-IN          PIC X(1).
           05  CUST-TIER-IN            PIC X(1).
           05  CUST-DAILY-LIMIT-IN     PIC 9(8)V9(2).
       FD  SETTLEMENT-STATEMENT.
       01  STMT-RECORD                PIC X(80).
       FD  STATEMENT-WORK-FILE.
       01  SWRK-RECORD                PIC X(60).
       SD  STATEMENT-SORT-FILE.
       01  SSRT-RECORD.
           05  SSRT-ACCOUNT            PIC X(8).
           05  SSRT-TRAN-SEQ           PIC 9(6).
           05  SSRT-CAPTURE-SEQ        PIC 9(7).
           05  FILLER                  PIC X(39).
       FD  STATEMENT-SORTED-FILE.
       01  SSTD-RECORD                PIC X(60).
       FD  REVERSAL-WORK-FILE.
       01  RVWK-RECORD                PIC X(130).
       FD  LOG-SUMMARY-REPORT.
       01  LSUM-RECORD                PIC X(80).
       FD  CONV-ARCHIVE.
       01  ARCH-RECORD                PIC X(160).
       FD  LOG-WORK-FILE.
       01  LOGW-RECORD                PIC X(160).
       FD  STALE-RATE-REPORT.
       01  STALE-RECORD               PIC X(80).
       FD  GL-EXTRACT-FILE.
       FD  PAYMENT-INSTR-FILE.
       01  PAY-RECORD                 PIC X(80).
       FD  QUOTE-FILE.
       01  QUOTE-RECORD.
           05  QUOTE-KEY-ID            PIC X(8).
           05  FILLER                  PIC X(72).
       FD  POSITION-LEDGER.
       01  POSL-RECORD                PIC X(80).
       FD  POSITION-REPORT.
       01  OPER-RECORD.
           05  OPER-ID-IN              PIC X(3).
           05  OPER-NAME-IN            PIC X(20).
           05  OPER-MODES-IN           PIC X(24).
       FD  NOSTRO-BALANCE-FILE.
       01  NB-RECORD                  PIC X(80).
       FD  REVAL-REPORT.
       01  REVAL-RECORD               PIC X(80).
       FD  RESEARCH-REPORT.
       01  RSCH-RECORD                PIC X(80).
       FD  BATCH-CHECKPOINT.
       01  BCKP-RECORD                PIC X(200).
       FD  RESTART-WORK-FILE.
       01  RSTW-RECORD                PIC X(200).
       FD  CUSTOMER-AUDIT-FILE.
       01  CAUD-RECORD                PIC X(120).
       FD  WIRE-ACK-FILE.
       01  WACK-RECORD.
           05  WACK-RUN-NUMBER         PIC 9(6).
           05  WACK-ACCOUNT            PIC X(8).
           05  WACK-CODE               PIC X(3).
           05  WACK-AMOUNT             PIC 9(8)V9(2).
           05  WACK-STATUS             PIC X(1).
           05  WACK-REASON             PIC X(30).
       FD  PAYMENT-RECON-REPORT.
       01  PREC-RECORD                PIC X(100).
       FD  PAYMENT-EXCEPTION-FILE.
       01  PEXC-RECORD                PIC X(100).
       FD  RECON-WORK-FILE.
       01  RWRK-RECORD                PIC X(80).
       SD  RECON-SORT-FILE.
       01  RSRT-RECORD.
           05  RSRT-ACCOUNT            PIC X(8).
           05  RSRT-CODE               PIC X(3).
           05  RSRT-AMOUNT             PIC 9(8)V9(2).
           05  RSRT-SEQ                PIC 9(7).
           05  FILLER                  PIC X(52).
       FD  PAYMENT-SORTED-FILE.
       01  PSTD-RECORD                PIC X(80).
       FD  ACK-SORTED-FILE.
       01  ASTD-RECORD                PIC X(80).
       FD  HELD-TRAN-FILE.
       01  HOLD-RECORD                PIC X(100).
       FD  COMPLIANCE-REPORT.
       01  CMPL-RECORD                PIC X(100).
       FD  COMPLIANCE-WORK-FILE.
       01  CWRK-RECORD                PIC X(50).
       SD  COMPLIANCE-SORT-FILE.
       01  CSRT-RECORD.
           05  CSRT-ACCOUNT            PIC X(8).
           05  CSRT-CODE               PIC X(3).
           05  CSRT-DATE               PIC 9(8).
           05  FILLER                  PIC X(31).
       FD  COMPLIANCE-SORTED-FILE.
       01  CSTD-RECORD                PIC X(50).
       FD  FORWARD-POINTS-FILE.
       01  FPT-RECORD.
           05  FPT-CODE-IN             PIC X(3).
           05  FPT-TENOR-IN            PIC 9(4).
           05  FPT-POINTS-IN           PIC S9(4)V9(4)
                                       SIGN IS LEADING SEPARATE.
       FD  FORWARD-DEAL-FILE.
       01  FWD-RECORD                 PIC X(150).
       FD  FORWARD-WORK-FILE.
       01  FWDW-RECORD                PIC X(150).
       FD  FORWARD-SETTLE-REPORT.
       01  FSET-RECORD                PIC X(100).
       FD  FORWARD-OPEN-REPORT.
       01  FOPN-RECORD                PIC X(100).
       FD  VOLATILITY-REPORT.
       01  VRPT-RECORD                PIC X(80).
       FD  TOLERANCE-BAND-FILE.
       01  VBND-RECORD.
           05  VBND-CODE-IN            PIC X(3).
           05  VBND-BAND-PCT-IN        PIC 9(3)V9(2).
           05  VBND-AVG-PCT-IN         PIC 9(3)V9(4).
           05  VBND-MAX-PCT-IN         PIC 9(3)V9(4).
           05  VBND-MOVES-IN           PIC 9(4).
           05  VBND-AS-OF-IN           PIC 9(8).
           05  VBND-LOOKBACK-IN        PIC 9(3).
       FD  JOB-STREAM-FILE.
       01  JOBS-RECORD.
           05  JOBS-MODE-IN            PIC X(1).
           05  FILLER                  PIC X(1).
           05  JOBS-MAX-RC-IN          PIC X(2).
           05  FILLER                  PIC X(1).
           05  JOBS-DESC-IN            PIC X(30).
       FD  JOB-CHECKPOINT-FILE.
       01  JCKP-RECORD                PIC X(40).
       FD  PROOF-REPORT.
       01  PRF-RECORD                 PIC X(100).
       WORKING-STORAGE SECTION.
       77  WS-MAX-COUNTRIES            PIC 9(4) VALUE 50.
       01  ERM-FILE-STATUS             PIC X(2).
           05  LOG-OPERATOR            PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LOG-SCALED-RATE         PIC ZZZZZZZ9.9999.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LOG-BUS-DATE            PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  LOG-RUN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  LOG-TRAN-SEQ            PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LOG-FEE                 PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  LOG-REVERSAL-LINK.
               10  LOG-REV-BUS-DATE    PIC 9(8).
               10  FILLER              PIC X(1).
               10  LOG-REV-RUN-NUMBER  PIC 9(6).
               10  FILLER              PIC X(1).
               10  LOG-REV-TRAN-SEQ    PIC 9(6).
               10  FILLER              PIC X(1).
               10  LOG-REV-ORIG-DIR    PIC X(1).
           05  LOG-REVAL-LINK REDEFINES LOG-REVERSAL-LINK.
               10  LOG-REVAL-SIGN      PIC X(1).
               10  FILLER              PIC X(23).
       01  WS-LOG-LINK.
           05  WS-LINK-BUS-DATE        PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-LINK-RUN-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-LINK-TRAN-SEQ        PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-LINK-ORIG-DIR        PIC X(1).
       01  HIST-FILE-STATUS            PIC X(2).
       01  OLD-TABLE-ENTRY-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  OLD-COUNTRY-CODE            PIC X(3).
           05  FILLER                  PIC X(1).
           05  PARM-BUS-DATE           PIC X(8).
           05  FILLER                  PIC X(1).
           05  PARM-OPTIONS            PIC X(121).
           05  FILLER REDEFINES PARM-OPTIONS.
               10  PARM-LOG-MONTH      PIC X(6).
               10  FILLER              PIC X(1).
               10  PARM-RSCH-FROM      PIC X(8).
               10  FILLER              PIC X(1).
               10  PARM-RSCH-TO        PIC X(8).
               10  FILLER              PIC X(1).
               10  PARM-RESTART        PIC X(1).
               10  FILLER              PIC X(1).
               10  PARM-CKPT-EVERY     PIC X(4).
               10  FILLER              PIC X(1).
               10  PARM-LIMIT-ACTION   PIC X(1).
               10  FILLER              PIC X(1).
               10  PARM-CMPL-FROM      PIC X(8).
               10  FILLER              PIC X(1).
               10  PARM-CMPL-TO        PIC X(8).
               10  FILLER              PIC X(1).
               10  PARM-CMPL-THRESHOLD PIC X(10).
               10  FILLER              PIC X(1).
               10  PARM-CMPL-DAYS      PIC X(2).
               10  FILLER              PIC X(1).
               10  PARM-VOL-DAYS       PIC X(3).
               10  FILLER              PIC X(20).
       01  WS-BATCH-ABORT-SWITCH       PIC X(1) VALUE 'N'.
           88  BATCH-ABORTED                    VALUE 'Y'.
       01  WS-TRAILER-SWITCH           PIC X(1) VALUE 'N'.
           05  FEE-SUBTOTAL OCCURS 50 TIMES PIC 9(8)V9(2)
                                             VALUE ZERO.
       01  WS-FEE-GRAND-TOTAL          PIC 9(9)V9(2) VALUE ZERO.
       01  CUST-FILE-STATUS            PIC X(2).
       01  CUST-EOF-SWITCH             PIC X(1) VALUE 'N'.
           88  CUST-EOF                         VALUE 'Y'.
       01  WS-CUST-FOUND-SWITCH        PIC X(1) VALUE 'N'.
           88  CUSTOMER-FOUND                   VALUE 'Y'.
       01  WS-CUST-OPEN-SWITCH         PIC X(1) VALUE 'N'.
           88  CUST-MASTER-OPEN                 VALUE 'Y'.
       01  WS-CUST-HELD-SWITCH         PIC X(1) VALUE 'N'.
           88  CUST-MASTER-HELD                 VALUE 'Y'.
       01  WS-CUST-ACCT                PIC X(8) VALUE SPACES.
       01  WS-CUST-NAME                PIC X(20) VALUE SPACES.
       01  WS-CUST-STATUS              PIC X(1) VALUE SPACE.
       01  WS-CUST-TIER                PIC X(1) VALUE SPACE.
       01  WS-CUST-LIMIT               PIC 9(8)V9(2) VALUE ZERO.
       01  WS-CUST-LIMITS-SWITCH       PIC X(1) VALUE 'N'.
           88  CUST-LIMITS-HELD                 VALUE 'Y'.
       01  CAUD-FILE-STATUS            PIC X(2).
       01  WS-CMNT-ACTION              PIC X(1) VALUE SPACE.
       01  WS-CMNT-ACCOUNT             PIC X(8) VALUE SPACES.
       01  WS-CMNT-NAME                PIC X(20) VALUE SPACES.
       01  WS-CMNT-TIER                PIC X(1) VALUE SPACE.
       01  WS-CMNT-LIMIT               PIC 9(8)V9(2) VALUE ZERO.
       01  WS-CMNT-NO-LIMIT            PIC X(1) VALUE SPACE.
           88  CMNT-REMOVE-LIMIT                VALUE 'Y' 'y'.
       01  WS-CMNT-SAVED-SWITCH        PIC X(1) VALUE 'N'.
           88  CUST-MASTER-SAVED                VALUE 'Y'.
       01  CAUD-DETAIL-LINE.
           05  CAUD-ACTION             PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CAUD-ACCOUNT            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CAUD-BEF-NAME           PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CAUD-BEF-STATUS         PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CAUD-BEF-TIER           PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CAUD-AFT-NAME           PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CAUD-AFT-STATUS         PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CAUD-AFT-TIER           PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CAUD-OPERATOR           PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CAUD-DATE               PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CAUD-TIME               PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CAUD-BEF-LIMIT          PIC 9(8)V9(2).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CAUD-AFT-LIMIT          PIC 9(8)V9(2).
       77  WS-MAX-DAY-TOTALS           PIC 9(4) VALUE 500.
       01  DAYT-ENTRY-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  DAYT-TABLE.
           05  DAYT-ENTRY OCCURS 500 TIMES
                   INDEXED BY DT1.
               10  DAYT-ACCOUNT        PIC X(8).
               10  DAYT-USD            PIC 9(11)V9(2).
       01  WS-DAYT-FOUND-SWITCH        PIC X(1) VALUE 'N'.
           88  DAY-TOTAL-FOUND                  VALUE 'Y'.
       01  WS-DAYT-OVERFLOW-SWITCH     PIC X(1) VALUE 'N'.
           88  DAYT-TABLE-OVERFLOWED            VALUE 'Y'.
       01  WS-DAYT-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88  DAYT-EOF                         VALUE 'Y'.
       01  WS-DAYT-ACCT                PIC X(8).
       01  WS-DAYT-RUN                 PIC 9(6).
       01  WS-DAYT-RUN-SWITCH          PIC X(1) VALUE 'N'.
           88  DAYT-RUN-COUNTED                 VALUE 'Y'.
       01  WS-DAYT-USD                 PIC 9(11)V9(2).
       01  WS-LIMIT-HOLD-SWITCH        PIC X(1) VALUE 'N'.
           88  LIMIT-HOLD-ON                    VALUE 'Y'.
       01  WS-LIMIT-TRACK-SWITCH       PIC X(1) VALUE 'N'.
           88  LIMIT-TRACKED                    VALUE 'Y'.
       01  WS-CROSS-LEG-SWITCH         PIC X(1) VALUE 'N'.
           88  SECOND-CROSS-LEG                 VALUE 'Y'.
       01  WS-LIMIT-EST-USD            PIC 9(11)V9(2).
       01  WS-LIMIT-NEW-TOTAL          PIC 9(11)V9(2).
       01  HOLD-FILE-STATUS            PIC X(2) VALUE SPACES.
       01  HOLD-DETAIL-LINE.
           05  HOLD-TRAN-IMAGE         PIC X(39).
           05  HOLD-BUS-DATE           PIC 9(8).
           05  HOLD-RUN-NUMBER         PIC 9(6).
           05  HOLD-TRAN-SEQ           PIC 9(6).
           05  HOLD-EST-USD            PIC 9(9)V9(2).
           05  HOLD-DAY-TOTAL          PIC 9(9)V9(2).
           05  HOLD-DAILY-LIMIT        PIC 9(8)V9(2).
       01  TIER-SPREAD-VALUES.
           05  FILLER                  PIC 9(2)V9(3) VALUE 00.500.
           05  FILLER                  PIC 9(2)V9(3) VALUE 00.250.
       01  TIER-SPREAD-TABLE REDEFINES TIER-SPREAD-VALUES.
           05  TIER-SPREAD OCCURS 3 TIMES PIC 9(2)V9(3).
       01  WS-TIER-NDX                 PIC 9(1).
       01  SETT-FILE-STATUS            PIC X(2).
       01  SWRK-FILE-STATUS            PIC X(2).
       01  SSTD-FILE-STATUS            PIC X(2).
       01  WS-ACCOUNT                  PIC X(8) VALUE SPACES.
       01  STMT-ENTRY-COUNT            PIC 9(7) COMP VALUE ZERO.
       01  WS-SWRK-OPEN-SWITCH         PIC X(1) VALUE 'N'.
           88  STMT-WORK-OPEN                   VALUE 'Y'.
       01  SSTD-EOF-SWITCH             PIC X(1) VALUE 'N'.
           88  SSTD-EOF                         VALUE 'Y'.
       01  SWRK-DETAIL-LINE.
           05  SWRK-ACCOUNT            PIC X(8).
           05  SWRK-TRAN-SEQ           PIC 9(6).
           05  SWRK-CAPTURE-SEQ        PIC 9(7).
           05  SWRK-CODE               PIC X(3).
           05  SWRK-FOREIGN-AMT        PIC 9(8)V9(2).
           05  SWRK-RATE               PIC 9(8)V9(4).
           05  SWRK-USD-AMT            PIC 9(8)V9(2).
           05  FILLER                  PIC X(4)  VALUE SPACES.
       01  WS-STMT-CODE                PIC X(3).
       01  WS-STMT-FOREIGN             PIC 9(8)V9(2).
       01  WS-STMT-RATE                PIC 9(8)V9(4).
       01  WS-STMT-ACCT                PIC X(8).
       01  WS-CUST-TOTAL               PIC 9(9)V9(2) VALUE ZERO.
       01  WS-CUST-CONVS               PIC 9(4) COMP VALUE ZERO.
       01  RVWK-FILE-STATUS            PIC X(2) VALUE SPACES.
       01  WS-RVWK-OPEN-SWITCH         PIC X(1) VALUE 'N'.
           88  REV-WORK-OPEN                    VALUE 'Y'.
       01  WS-RVWK-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88  RVWK-EOF                         VALUE 'Y'.
       01  WS-REV-SCAN-EOF-SWITCH      PIC X(1) VALUE 'N'.
           88  REV-SCAN-EOF                     VALUE 'Y'.
       01  WS-REV-RUN-SWITCH           PIC X(1) VALUE 'N'.
           88  REV-RUN-FOUND                    VALUE 'Y'.
       01  WS-REV-FOUND-SWITCH         PIC X(1) VALUE 'N'.
           88  REV-ORIGINAL-FOUND               VALUE 'Y'.
       01  WS-REV-LEG2-SWITCH          PIC X(1) VALUE 'N'.
           88  REV-LEG2-PENDING                 VALUE 'Y'.
       01  WS-REV-ORIG-DATE            PIC 9(8) VALUE ZERO.
       01  WS-REV-ORIG-RUN             PIC 9(6) VALUE ZERO.
       01  WS-REV-FROM-NDX             PIC 9(4) COMP.
       01  WS-REV-TO-NDX               PIC 9(4) COMP.
       01  WS-REV-GROSS                PIC 9(8)V9(2).
       01  WS-REV-NET                  PIC 9(8)V9(2).
       01  WS-REV-FEE                  PIC 9(8)V9(2).
       01  WS-REV-REQ-COUNT            PIC 9(6) COMP VALUE ZERO.
       01  WS-REV-POST-COUNT           PIC 9(6) COMP VALUE ZERO.
       01  WS-REV-REFUSE-COUNT         PIC 9(6) COMP VALUE ZERO.
       01  WS-REV-REQ-HASH             PIC 9(10)V9(2) VALUE ZERO.
       01  WS-REV-POST-HASH            PIC 9(10)V9(2) VALUE ZERO.
       01  WS-REV-REFUSE-HASH          PIC 9(10)V9(2) VALUE ZERO.
       01  WS-REV-POST-USD             PIC 9(11)V9(2) VALUE ZERO.
       01  WS-REV-POST-FEE             PIC 9(11)V9(2) VALUE ZERO.
       77  WS-MAX-REV-CANDS            PIC 9(4) VALUE 20.
       01  RVC-ENTRY-COUNT             PIC 9(4) COMP VALUE ZERO.
       01  REV-CANDIDATE-TABLE.
           05  RVC-ENTRY OCCURS 20 TIMES
                   INDEXED BY RV1.
               10  RVC-TRAN-SEQ        PIC 9(6).
               10  RVC-DIRECTION       PIC X(1).
               10  RVC-RATE            PIC 9(4)V9(4).
               10  RVC-SCALED-RATE     PIC 9(8)V9(4).
               10  RVC-USD             PIC 9(8)V9(2).
               10  RVC-FEE             PIC 9(8)V9(2).
               10  RVC-FEE-SWITCH      PIC X(1).
                   88  RVC-FEE-LOGGED           VALUE 'Y'.
               10  RVC-TO-CODE         PIC X(3).
               10  RVC-TO-AMOUNT       PIC 9(8)V9(2).
               10  RVC-TO-RATE         PIC 9(4)V9(4).
               10  RVC-TO-SCALED-RATE  PIC 9(8)V9(4).
               10  RVC-REVERSED-SWITCH PIC X(1).
                   88  RVC-REVERSED             VALUE 'Y'.
       01  RVWK-DETAIL-LINE.
           05  RVWK-TRAN-SEQ           PIC 9(6).
           05  RVWK-STATUS             PIC X(1).
               88  RVWK-POSTED                  VALUE 'P'.
               88  RVWK-REFUSED                 VALUE 'X'.
           05  RVWK-ORIG-BUS-DATE      PIC 9(8).
           05  RVWK-ORIG-RUN           PIC 9(6).
           05  RVWK-ORIG-SEQ           PIC 9(6).
           05  RVWK-ACCOUNT            PIC X(8).
           05  RVWK-CODE               PIC X(3).
           05  RVWK-FOREIGN-AMT        PIC 9(6)V9(2).
           05  RVWK-TO-CODE            PIC X(3).
           05  RVWK-TO-AMOUNT          PIC 9(8)V9(2).
           05  RVWK-GROSS-USD          PIC 9(8)V9(2).
           05  RVWK-FEE                PIC 9(8)V9(2).
           05  RVWK-MESSAGE            PIC X(30).
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  STMT-HEADING-LINE.
           05  FILLER                  PIC X(21)
                                        VALUE 'SETTLEMENT STATEMENT '.
           05  FILLER                  PIC X(16)
                                        VALUE 'NET USD ALL CCY '.
           05  POSN-TOT-AMT            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-QUOTE-HOLD-DAYS          PIC 9(2) VALUE 1.
       01  QUOTE-FILE-STATUS           PIC X(2).
       01  WS-QUOTE-OPEN-SWITCH        PIC X(1) VALUE 'N'.
           88  QUOTE-FILE-OPEN                  VALUE 'Y'.
       01  WS-QUOTE-KEEP-SEQ           PIC 9(6).
       01  WS-QUOTE-RELEASED           PIC 9(6) COMP VALUE ZERO.
       01  QUOTE-EOF-SWITCH            PIC X(1) VALUE 'N'.
           88  QUOTE-EOF                        VALUE 'Y'.
       01  WS-QUOTE-FOUND-SWITCH       PIC X(1) VALUE 'N'.
           88  QUOTE-FOUND                      VALUE 'Y'.
       01  WS-QUOTE-DENY-MSG           PIC X(45) VALUE SPACES.
       01  WS-QUOTE-MAX-SEQ            PIC 9(7) VALUE ZERO.
       01  WS-QUOTE-REQ                PIC X(1) VALUE 'N'.
           05  QWR-USED-FLAG           PIC X(1).
           05  QWR-USED-RUN            PIC 9(6).
           05  QWR-SCALE               PIC 9(4).
           05  QWR-USED-SEQ            PIC 9(6).
       01  NB-FILE-STATUS              PIC X(2).
       01  REVAL-FILE-STATUS           PIC X(2).
       01  NB-EOF-SWITCH               PIC X(1) VALUE 'N'.
           05  FILLER                  PIC X(24)
                               VALUE ' CONVERSIONS  USD TOTAL '.
           05  RSCH-TOT-USD            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WACK-FILE-STATUS            PIC X(2).
       01  PREC-FILE-STATUS            PIC X(2).
       01  PEXC-FILE-STATUS            PIC X(2).
       01  RWRK-FILE-STATUS            PIC X(2).
       01  PSTD-FILE-STATUS            PIC X(2).
       01  ASTD-FILE-STATUS            PIC X(2).
       01  WACK-EOF-SWITCH             PIC X(1) VALUE 'N'.
           88  WACK-EOF                         VALUE 'Y'.
       01  PAYIN-EOF-SWITCH            PIC X(1) VALUE 'N'.
           88  PAYIN-EOF                        VALUE 'Y'.
       01  PSTD-EOF-SWITCH             PIC X(1) VALUE 'N'.
           88  PSTD-EOF                         VALUE 'Y'.
       01  ASTD-EOF-SWITCH             PIC X(1) VALUE 'N'.
           88  ASTD-EOF                         VALUE 'Y'.
       01  WS-PREC-SORT-SWITCH         PIC X(1) VALUE 'N'.
           88  PREC-SORT-FAILED                 VALUE 'Y'.
       01  WS-PREC-TRL-SWITCH          PIC X(1) VALUE 'N'.
           88  PAY-TRAILER-FOUND                VALUE 'Y'.
       01  WS-PREC-SEQ                 PIC 9(7) COMP VALUE ZERO.
       01  RWRK-DETAIL-LINE.
           05  RWRK-ACCOUNT            PIC X(8).
           05  RWRK-CODE               PIC X(3).
           05  RWRK-AMOUNT             PIC 9(8)V9(2).
           05  RWRK-SEQ                PIC 9(7).
           05  RWRK-USD                PIC 9(8)V9(2).
           05  RWRK-VALUE-DATE         PIC 9(8).
           05  RWRK-STATUS             PIC X(1).
           05  RWRK-REASON             PIC X(30).
           05  FILLER                  PIC X(3)  VALUE SPACES.
       01  PSTD-DETAIL-LINE.
           05  PSTD-KEY.
               10  PSTD-ACCOUNT        PIC X(8).
               10  PSTD-CODE           PIC X(3).
               10  PSTD-FOREIGN        PIC 9(8)V9(2).
           05  PSTD-SEQ                PIC 9(7).
           05  PSTD-USD                PIC 9(8)V9(2).
           05  PSTD-VALUE-DATE         PIC 9(8).
           05  FILLER                  PIC X(34).
       01  ASTD-DETAIL-LINE.
           05  ASTD-KEY.
               10  ASTD-ACCOUNT        PIC X(8).
               10  ASTD-CODE           PIC X(3).
               10  ASTD-AMOUNT         PIC 9(8)V9(2).
           05  ASTD-SEQ                PIC 9(7).
           05  FILLER                  PIC X(18).
           05  ASTD-STATUS             PIC X(1).
           05  ASTD-REASON             PIC X(30).
           05  FILLER                  PIC X(3).
       01  WS-PREC-BUS-DATE            PIC 9(8) VALUE ZERO.
       01  WS-PREC-RUN                 PIC 9(6) VALUE ZERO.
       01  WS-PREC-TRL-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-PREC-TRL-HASH            PIC 9(11)V9(2) VALUE ZERO.
       01  WS-PREC-ITEM-COUNT          PIC 9(6) COMP VALUE ZERO.
       01  WS-PREC-ITEM-USD            PIC 9(11)V9(2) VALUE ZERO.
       01  WS-PREC-MATCH-COUNT         PIC 9(6) COMP VALUE ZERO.
       01  WS-PREC-MATCH-USD           PIC 9(11)V9(2) VALUE ZERO.
       01  WS-PREC-REJ-COUNT           PIC 9(6) COMP VALUE ZERO.
       01  WS-PREC-REJ-USD             PIC 9(11)V9(2) VALUE ZERO.
       01  WS-PREC-UNACK-COUNT         PIC 9(6) COMP VALUE ZERO.
       01  WS-PREC-UNACK-USD           PIC 9(11)V9(2) VALUE ZERO.
       01  WS-PREC-UNEXP-COUNT         PIC 9(6) COMP VALUE ZERO.
       01  WS-PREC-RCL-COUNT           PIC 9(6) COMP VALUE ZERO.
       01  WS-PREC-RCL-USD             PIC 9(11)V9(2) VALUE ZERO.
       01  PAYIN-READ-AREA.
           05  PAYIN-TYPE              PIC X(1).
           05  FILLER                  PIC X(79).
       01  PAYIN-DETAIL-AREA REDEFINES PAYIN-READ-AREA.
           05  FILLER                  PIC X(1).
           05  PAYIN-DET-ACCOUNT       PIC X(8).
           05  PAYIN-DET-CODE          PIC X(3).
           05  PAYIN-DET-FOREIGN       PIC 9(8)V9(2).
           05  PAYIN-DET-USD           PIC 9(8)V9(2).
           05  PAYIN-DET-RATE          PIC 9(8)V9(4).
           05  PAYIN-DET-VALUE-DATE    PIC 9(8).
           05  PAYIN-DET-BUS-DATE      PIC 9(8).
           05  PAYIN-DET-RUN-NUMBER    PIC 9(6).
           05  FILLER                  PIC X(14).
       01  PAYIN-CONTROL-AREA REDEFINES PAYIN-READ-AREA.
           05  FILLER                  PIC X(1).
           05  PAYIN-CTL-BUS-DATE      PIC 9(8).
           05  PAYIN-CTL-RUN-NUMBER    PIC 9(6).
           05  PAYIN-TRL-COUNT         PIC 9(6).
           05  PAYIN-TRL-HASH          PIC 9(11)V9(2).
           05  FILLER                  PIC X(46).
       01  PREC-HEADING-LINE.
           05  FILLER                  PIC X(28)
                               VALUE 'PAYMENT RECONCILIATION  RUN '.
           05  PREC-HDR-RUN            PIC 9(6).
           05  FILLER                  PIC X(11) VALUE '  BUS DATE '.
           05  PREC-HDR-DATE           PIC 9(8).
       01  PREC-COLUMN-LINE.
           05  FILLER          PIC X(15) VALUE 'STATUS         '.
           05  FILLER          PIC X(9)  VALUE 'ACCOUNT  '.
           05  FILLER          PIC X(5)  VALUE 'CODE '.
           05  FILLER          PIC X(16) VALUE 'FOREIGN AMOUNT  '.
           05  FILLER          PIC X(16) VALUE 'USD AMOUNT      '.
           05  FILLER          PIC X(6)  VALUE 'REASON'.
       01  PREC-DETAIL-LINE.
           05  PREC-DET-STATUS         PIC X(14).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PREC-DET-ACCOUNT        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PREC-DET-CODE           PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PREC-DET-FOREIGN        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  PREC-DET-USD            PIC ZZ,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  PREC-DET-REASON         PIC X(30).
       01  PREC-TOTAL-LINE.
           05  PREC-TOT-LABEL          PIC X(16).
           05  PREC-TOT-COUNT          PIC ZZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  USD TOTAL '.
           05  PREC-TOT-USD            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  PREC-STATUS-LINE.
           05  FILLER                  PIC X(16)
                                        VALUE 'TRAILER CHECK:  '.
           05  PREC-BAL-STATUS         PIC X(36).
       01  PEXC-DETAIL-LINE.
           05  PEXC-BUS-DATE           PIC 9(8).
           05  PEXC-RUN-NUMBER         PIC 9(6).
           05  PEXC-ACCOUNT            PIC X(8).
           05  PEXC-CODE               PIC X(3).
           05  PEXC-FOREIGN            PIC 9(8)V9(2).
           05  PEXC-USD                PIC 9(8)V9(2).
           05  PEXC-VALUE-DATE         PIC 9(8).
           05  PEXC-REASON             PIC X(30).
       77  WS-MAX-CMPL-WINDOW          PIC 9(4) VALUE 99.
       77  WS-CMPL-NEAR-PCT            PIC 9(3) VALUE 90.
       77  WS-CMPL-MIN-COUNT           PIC 9(2) VALUE 3.
       01  CMPL-FILE-STATUS            PIC X(2).
       01  CWRK-FILE-STATUS            PIC X(2).
       01  CSTD-FILE-STATUS            PIC X(2).
       01  WS-CMPL-FROM-X              PIC X(8) VALUE SPACES.
       01  WS-CMPL-TO-X                PIC X(8) VALUE SPACES.
       01  WS-CMPL-FROM                PIC 9(8) VALUE ZERO.
       01  WS-CMPL-TO                  PIC 9(8) VALUE ZERO.
       01  WS-CMPL-THRESHOLD-X         PIC X(10) VALUE SPACES.
       01  WS-CMPL-THRESHOLD-N REDEFINES WS-CMPL-THRESHOLD-X
                                       PIC 9(8)V9(2).
       01  WS-CMPL-THRESHOLD           PIC 9(8)V9(2) VALUE 10000.00.
       01  WS-CMPL-NEAR-FLOOR          PIC 9(8)V9(2).
       01  WS-CMPL-DAYS-X              PIC X(2) VALUE SPACES.
       01  WS-CMPL-DAYS-N REDEFINES WS-CMPL-DAYS-X
                                       PIC 9(2).
       01  WS-CMPL-DAYS                PIC 9(2) VALUE 3.
       01  WS-CMPL-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88  CMPL-EOF                         VALUE 'Y'.
       01  WS-CMPL-SORT-SWITCH         PIC X(1) VALUE 'N'.
           88  CMPL-SORT-FAILED                 VALUE 'Y'.
       01  WS-CMPL-DATE                PIC 9(8).
       01  WS-CMPL-USD                 PIC 9(8)V9(2).
       01  WS-CMPL-FOREIGN             PIC 9(8)V9(2).
       01  WS-CMPL-OVER-COUNT          PIC 9(6) COMP VALUE ZERO.
       01  WS-CMPL-OVER-USD            PIC 9(11)V9(2) VALUE ZERO.
       01  WS-CMPL-FLAG-COUNT          PIC 9(6) COMP VALUE ZERO.
       01  WS-CMPL-LAST-FLAGGED        PIC X(8).
       01  WS-CMPL-LAST-ACCOUNT        PIC X(8).
       01  WS-CMPL-LAST-CODE           PIC X(3).
       01  WS-CMPL-CODE-COUNT          PIC 9(6) COMP.
       01  WS-CMPL-CODE-FOREIGN        PIC 9(11)V9(2).
       01  WS-CMPL-CODE-USD            PIC 9(11)V9(2).
       01  WS-CMPL-ACCT-USD            PIC 9(11)V9(2).
       01  WS-CMPL-ACCT-COUNT          PIC 9(6) COMP.
       01  WS-CMPL-WIN-COUNT           PIC 9(4) COMP.
       01  WS-CMPL-WIN-USD             PIC 9(11)V9(2).
       01  WS-CMPL-DAY-INT             PIC 9(8).
       01  CMPL-WIN-ENTRY-COUNT        PIC 9(4) COMP VALUE ZERO.
       01  CMPL-WINDOW-TABLE.
           05  CMPL-WIN-ENTRY OCCURS 99 TIMES
                   INDEXED BY CW1.
               10  CMPL-WIN-DATE       PIC 9(8).
               10  CMPL-WIN-INT        PIC 9(8).
               10  CMPL-WIN-DAY-COUNT  PIC 9(6).
               10  CMPL-WIN-DAY-USD    PIC 9(11)V9(2).
       01  CWRK-DETAIL-LINE.
           05  CWRK-ACCOUNT            PIC X(8).
           05  CWRK-CODE               PIC X(3).
           05  CWRK-DATE               PIC 9(8).
           05  CWRK-FOREIGN            PIC 9(8)V9(2).
           05  CWRK-USD                PIC 9(8)V9(2).
           05  CWRK-NEAR-FLAG          PIC X(1).
               88  CWRK-NEAR-THRESHOLD          VALUE 'Y'.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  CMPL-HEADING-LINE.
           05  FILLER                  PIC X(24)
                               VALUE 'COMPLIANCE REVIEW  FROM '.
           05  CMPL-HDR-FROM           PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE ' TO '.
           05  CMPL-HDR-TO             PIC 9(8).
           05  FILLER                  PIC X(16)
                                        VALUE '  THRESHOLD USD '.
           05  CMPL-HDR-THRESHOLD      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(9)  VALUE '  WINDOW '.
           05  CMPL-HDR-DAYS           PIC Z9.
           05  FILLER                  PIC X(5)  VALUE ' DAYS'.
       01  CMPL-OVER-TITLE-LINE.
           05  FILLER                  PIC X(32)
                           VALUE 'CONVERSIONS AT OR OVER THRESHOLD'.
       01  CMPL-OVER-COLUMN-LINE.
           05  FILLER          PIC X(10) VALUE 'BUS DATE  '.
           05  FILLER          PIC X(10) VALUE 'ACCOUNT   '.
           05  FILLER          PIC X(5)  VALUE 'CODE '.
           05  FILLER          PIC X(16) VALUE 'FOREIGN AMOUNT  '.
           05  FILLER          PIC X(16) VALUE 'USD AMOUNT      '.
           05  FILLER          PIC X(3)  VALUE 'RUN'.
       01  CMPL-OVER-DETAIL-LINE.
           05  CMPL-OVR-DATE           PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CMPL-OVR-ACCOUNT        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CMPL-OVR-CODE           PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CMPL-OVR-FOREIGN        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  CMPL-OVR-USD            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  CMPL-OVR-RUN            PIC X(6).
       01  CMPL-STRUCT-TITLE-LINE.
           05  FILLER                  PIC X(23)
                               VALUE 'POSSIBLE STRUCTURING - '.
           05  CMPL-STR-MIN            PIC Z9.
           05  FILLER                  PIC X(26)
                               VALUE ' OR MORE CONVERSIONS FROM '.
           05  CMPL-STR-PCT            PIC ZZ9.
           05  FILLER                  PIC X(27)
                               VALUE '% TO UNDER THRESHOLD WITHIN'.
           05  CMPL-STR-DAYS           PIC ZZ9.
           05  FILLER                  PIC X(5)  VALUE ' DAYS'.
       01  CMPL-STRUCT-COLUMN-LINE.
           05  FILLER          PIC X(10) VALUE 'ACCOUNT   '.
           05  FILLER          PIC X(10) VALUE 'FIRST     '.
           05  FILLER          PIC X(10) VALUE 'LAST      '.
           05  FILLER          PIC X(6)  VALUE 'COUNT '.
           05  FILLER          PIC X(9)  VALUE 'USD TOTAL'.
       01  CMPL-STRUCT-DETAIL-LINE.
           05  CMPL-STR-ACCOUNT        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CMPL-STR-FIRST          PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CMPL-STR-LAST           PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CMPL-STR-COUNT          PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CMPL-STR-USD            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  CMPL-TOTAL-TITLE-LINE.
           05  FILLER                  PIC X(26)
                               VALUE 'ACCOUNT TOTALS BY CURRENCY'.
       01  CMPL-TOTAL-COLUMN-LINE.
           05  FILLER          PIC X(10) VALUE 'ACCOUNT   '.
           05  FILLER          PIC X(5)  VALUE 'CODE '.
           05  FILLER          PIC X(8)  VALUE 'COUNT   '.
           05  FILLER          PIC X(19) VALUE 'FOREIGN AMOUNT     '.
           05  FILLER          PIC X(10) VALUE 'USD AMOUNT'.
       01  CMPL-TOTAL-DETAIL-LINE.
           05  CMPL-TOT-ACCOUNT        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CMPL-TOT-CODE           PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CMPL-TOT-COUNT          PIC ZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CMPL-TOT-FOREIGN        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CMPL-TOT-USD            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  CMPL-COUNT-LINE.
           05  CMPL-CNT-LABEL          PIC X(20).
           05  CMPL-CNT-COUNT          PIC ZZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  USD TOTAL '.
           05  CMPL-CNT-USD            PIC Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-MAX-FWD-POINTS           PIC 9(4) VALUE 200.
       01  FPT-FILE-STATUS             PIC X(2).
       01  FPT-ENTRY-COUNT             PIC 9(4) COMP VALUE ZERO.
       01  FPT-TABLE.
           05  FPT-ENTRY OCCURS 200 TIMES
                   INDEXED BY FP1.
               10  FPT-TAB-CODE        PIC X(3).
               10  FPT-TAB-TENOR       PIC 9(4).
               10  FPT-TAB-POINTS      PIC S9(4)V9(4).
       01  WS-FPT-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88  FPT-EOF                          VALUE 'Y'.
       01  WS-FPT-FOUND-SWITCH         PIC X(1) VALUE 'N'.
           88  FWD-POINTS-FOUND                 VALUE 'Y'.
       01  FWD-FILE-STATUS             PIC X(2) VALUE SPACES.
       01  FWDW-FILE-STATUS            PIC X(2).
       01  FSET-FILE-STATUS            PIC X(2).
       01  FOPN-FILE-STATUS            PIC X(2).
       01  WS-SCAN-FWD-SWITCH          PIC X(1) VALUE 'N'.
           88  SCAN-FORWARDS-SEEN               VALUE 'Y'.
       01  WS-SCAN-REV-SWITCH          PIC X(1) VALUE 'N'.
           88  SCAN-REVERSALS-SEEN              VALUE 'Y'.
       01  WS-FWD-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88  FWD-EOF                          VALUE 'Y'.
       01  WS-FWD-CODE                 PIC X(3).
       01  WS-FWD-DIRECTION            PIC X(1).
       01  WS-FWD-TENOR                PIC 9(5).
       01  WS-FWD-BEST-TENOR           PIC 9(5).
       01  WS-FWD-POINTS               PIC S9(4)V9(4).
       01  WS-FWD-RATE-CHECK           PIC S9(5)V9(4).
       01  WS-FWD-FOREIGN              PIC 9(8)V9(2).
       01  WS-FWD-USD                  PIC 9(8)V9(2).
       01  WS-FWD-KEEP-SEQ             PIC 9(6).
       01  WS-HOLD-KEEP-SEQ            PIC 9(6).
       01  WS-FWD-AS-OF                PIC 9(8).
       01  WS-FWD-DAYS                 PIC S9(6).
       01  WS-FWD-BKT-LOW              PIC S9(6).
       01  WS-FWD-BKT-HIGH             PIC S9(6).
       01  WS-FWD-SET-COUNT            PIC 9(6) COMP VALUE ZERO.
       01  WS-FWD-SET-USD              PIC 9(11)V9(2) VALUE ZERO.
       01  WS-FWD-SET-HASH             PIC 9(10)V9(2) VALUE ZERO.
       01  WS-FWD-FAIL-COUNT           PIC 9(6) COMP VALUE ZERO.
       01  WS-FWD-BKT-COUNT            PIC 9(6) COMP VALUE ZERO.
       01  WS-FWD-BKT-USD              PIC 9(11)V9(2) VALUE ZERO.
       01  WS-FWD-OPEN-COUNT           PIC 9(6) COMP VALUE ZERO.
       01  WS-FWD-OPEN-USD             PIC 9(11)V9(2) VALUE ZERO.
       01  FWD-DETAIL-LINE.
           05  FWD-BUS-DATE            PIC 9(8).
           05  FWD-RUN-NUMBER          PIC 9(6).
           05  FWD-TRAN-SEQ            PIC 9(6).
           05  FWD-ACCOUNT             PIC X(8).
           05  FWD-FROM-CODE           PIC X(3).
           05  FWD-TO-CODE             PIC X(3).
           05  FWD-AMOUNT              PIC 9(8)V9(2).
           05  FWD-MATURITY            PIC 9(8).
           05  FWD-TENOR               PIC 9(4).
           05  FWD-SPOT-RATE           PIC 9(4)V9(4).
           05  FWD-POINTS              PIC S9(4)V9(4)
                                       SIGN IS LEADING SEPARATE.
           05  FWD-CONTRACT-RATE       PIC 9(4)V9(4).
           05  FWD-RATE-SCALE          PIC 9(4).
           05  FWD-FOREIGN-AMT         PIC 9(8)V9(2).
           05  FWD-USD-AMT             PIC 9(8)V9(2).
           05  FWD-STATUS              PIC X(1).
               88  FWD-OPEN                     VALUE 'O'.
               88  FWD-SETTLED                  VALUE 'S'.
           05  FWD-SETTLE-DATE         PIC 9(8).
           05  FWD-SETTLE-RUN          PIC 9(6).
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  FWD-BUCKET-VALUES.
           05  FILLER                  PIC X(20) VALUE 'DUE OR OVERDUE'.
           05  FILLER                  PIC 9(5)  VALUE 0.
           05  FILLER                  PIC X(20) VALUE 'WITHIN 7 DAYS'.
           05  FILLER                  PIC 9(5)  VALUE 7.
           05  FILLER                  PIC X(20) VALUE '8 TO 30 DAYS'.
           05  FILLER                  PIC 9(5)  VALUE 30.
           05  FILLER                  PIC X(20) VALUE '31 TO 90 DAYS'.
           05  FILLER                  PIC 9(5)  VALUE 90.
           05  FILLER                  PIC X(20) VALUE '91 TO 180 DAYS'.
           05  FILLER                  PIC 9(5)  VALUE 180.
           05  FILLER                  PIC X(20) VALUE 'OVER 180 DAYS'.
           05  FILLER                  PIC 9(5)  VALUE 99999.
       01  FWD-BUCKET-TABLE REDEFINES FWD-BUCKET-VALUES.
           05  FWD-BUCKET OCCURS 6 TIMES
                   INDEXED BY FB1.
               10  FWD-BKT-LABEL       PIC X(20).
               10  FWD-BKT-MAX-DAYS    PIC 9(5).
       01  FSET-HEADING-LINE.
           05  FILLER                  PIC X(38)
                       VALUE 'FORWARD MATURITY SETTLEMENT  BUS DATE '.
           05  FSET-HDR-DATE           PIC 9(8).
           05  FILLER                  PIC X(6)  VALUE '  RUN '.
           05  FSET-HDR-RUN            PIC 9(6).
       01  FSET-COLUMN-LINE.
           05  FILLER          PIC X(10) VALUE 'ACCOUNT   '.
           05  FILLER          PIC X(9)  VALUE 'PAIR     '.
           05  FILLER          PIC X(15) VALUE 'AMOUNT         '.
           05  FILLER          PIC X(11) VALUE 'RATE       '.
           05  FILLER          PIC X(15) VALUE 'FOREIGN        '.
           05  FILLER          PIC X(15) VALUE 'USD            '.
           05  FILLER          PIC X(8)  VALUE 'MATURITY'.
       01  FSET-DETAIL-LINE.
           05  FSET-DET-ACCOUNT        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FSET-DET-FROM           PIC X(3).
           05  FILLER                  PIC X(1)  VALUE '/'.
           05  FSET-DET-TO             PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FSET-DET-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FSET-DET-RATE           PIC ZZZ9.9999.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FSET-DET-FOREIGN        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FSET-DET-USD            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FSET-DET-MATURITY       PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FSET-DET-NOTE           PIC X(14).
       01  FSET-TOTAL-LINE.
           05  FSET-TOT-LABEL          PIC X(20).
           05  FSET-TOT-COUNT          PIC ZZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  USD TOTAL '.
           05  FSET-TOT-USD            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  FOPN-HEADING-LINE.
           05  FILLER                  PIC X(33)
                           VALUE 'OPEN FORWARDS BY MATURITY  AS OF '.
           05  FOPN-HDR-DATE           PIC 9(8).
       01  FOPN-BUCKET-LINE.
           05  FILLER                  PIC X(8)  VALUE 'BUCKET: '.
           05  FOPN-BKT-LABEL          PIC X(20).
       01  FOPN-COLUMN-LINE.
           05  FILLER          PIC X(10) VALUE 'ACCOUNT   '.
           05  FILLER          PIC X(9)  VALUE 'PAIR     '.
           05  FILLER          PIC X(15) VALUE 'AMOUNT         '.
           05  FILLER          PIC X(11) VALUE 'RATE       '.
           05  FILLER          PIC X(10) VALUE 'MATURITY  '.
           05  FILLER          PIC X(8)  VALUE 'DAYS    '.
           05  FILLER          PIC X(10) VALUE 'USD AMOUNT'.
       01  FOPN-DETAIL-LINE.
           05  FOPN-DET-ACCOUNT        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FOPN-DET-FROM           PIC X(3).
           05  FILLER                  PIC X(1)  VALUE '/'.
           05  FOPN-DET-TO             PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FOPN-DET-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FOPN-DET-RATE           PIC ZZZ9.9999.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FOPN-DET-MATURITY       PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FOPN-DET-DAYS           PIC -ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FOPN-DET-USD            PIC ZZ,ZZZ,ZZ9.99.
       01  FOPN-TOTAL-LINE.
           05  FOPN-TOT-LABEL          PIC X(20).
           05  FOPN-TOT-COUNT          PIC ZZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  USD TOTAL '.
           05  FOPN-TOT-USD            PIC Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-VOL-DEFAULT-DAYS         PIC 9(3) VALUE 90.
       77  WS-VOL-AVG-FACTOR           PIC 9(1) VALUE 3.
       77  WS-VOL-BAND-FLOOR           PIC 9(3)V9(2) VALUE 0.10.
       01  VRPT-FILE-STATUS            PIC X(2).
       01  WS-VOL-DAYS                 PIC 9(3).
       01  WS-VOL-AS-OF                PIC 9(8).
       01  WS-VOL-FROM-DATE            PIC 9(8).
       01  WS-VOL-FROM-INT             PIC 9(8).
       01  WS-VOL-OLD-RATE             PIC 9(4)V9(4).
       01  WS-VOL-NEW-RATE             PIC 9(4)V9(4).
       01  WS-VOL-MOVE-DATE            PIC 9(8).
       01  WS-VOL-MOVE-PCT             PIC 9(3)V9(4).
       01  WS-VOL-AVG-PCT              PIC 9(3)V9(4).
       01  WS-VOL-BAND-PCT             PIC 9(3)V9(2).
       01  WS-VOL-BAND-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  VOL-STATS-TABLE.
           05  VOL-STATS OCCURS 50 TIMES.
               10  VOL-SEEN            PIC X(1).
               10  VOL-LAST-RATE       PIC 9(4)V9(4).
               10  VOL-LAST-TO         PIC 9(8).
               10  VOL-MOVE-COUNT      PIC 9(4) COMP.
               10  VOL-MOVE-SUM        PIC 9(7)V9(4).
               10  VOL-MOVE-MAX        PIC 9(3)V9(4).
       01  VRPT-HEADING-LINE.
           05  FILLER                  PIC X(32)
                           VALUE 'RATE VOLATILITY ANALYSIS  AS OF '.
           05  VRPT-HDR-DATE           PIC 9(8).
           05  FILLER                  PIC X(11) VALUE '  LOOKBACK '.
           05  VRPT-HDR-DAYS           PIC ZZ9.
           05  FILLER                  PIC X(5)  VALUE ' DAYS'.
       01  VRPT-COLUMN-LINE.
           05  FILLER          PIC X(6)  VALUE 'CODE  '.
           05  FILLER          PIC X(12) VALUE 'RATE        '.
           05  FILLER          PIC X(7)  VALUE 'MOVES  '.
           05  FILLER          PIC X(11) VALUE 'AVG MOVE % '.
           05  FILLER          PIC X(11) VALUE 'MAX MOVE % '.
           05  FILLER          PIC X(8)  VALUE 'BAND %  '.
           05  FILLER          PIC X(4)  VALUE 'NOTE'.
       01  VRPT-DETAIL-LINE.
           05  VRPT-DET-CODE           PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  VRPT-DET-RATE           PIC ZZZ9.9999.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  VRPT-DET-MOVES          PIC ZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  VRPT-DET-AVG            PIC ZZ9.9999.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  VRPT-DET-MAX            PIC ZZ9.9999.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  VRPT-DET-BAND           PIC ZZ9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  VRPT-DET-NOTE           PIC X(20).
       01  VRPT-TOTAL-LINE.
           05  FILLER                  PIC X(14) VALUE 'BANDS WRITTEN '.
           05  VRPT-TOT-BANDS          PIC ZZZ9.
           05  FILLER                  PIC X(20)
                                   VALUE '  GLOBAL THRESHOLD '.
           05  VRPT-TOT-GLOBAL         PIC ZZ9.99.
       77  WS-MAX-OPERS                PIC 9(4) VALUE 50.
       01  OPER-FILE-STATUS            PIC X(2).
       01  OPER-ENTRY-COUNT            PIC 9(4) COMP VALUE ZERO.
           88  MODE-AUTHORIZED                  VALUE 'Y'.
       01  WS-SIGNON-ID                PIC X(3) VALUE SPACES.
       01  WS-SIGNON-OPER              PIC X(3) VALUE 'OPR'.
       01  WS-SIGNON-MODES             PIC X(24) VALUE SPACES.
       01  WS-SIGNON-TRIES             PIC 9(1) VALUE ZERO.
       01  WS-MODE-UC                  PIC X(1).
       01  WS-AUTH-NDX                 PIC 9(2) COMP.
                   INDEXED BY OP1.
               10  OPER-TAB-ID         PIC X(3).
               10  OPER-TAB-NAME       PIC X(20).
               10  OPER-TAB-MODES      PIC X(24).
       77  WS-MAX-RUNC                 PIC 9(4) VALUE 100.
       01  RUNC-FILE-STATUS            PIC X(2).
       01  RUNC-ENTRY-COUNT            PIC 9(4) COMP VALUE ZERO.
           05  RUNC-HASH-TOTAL         PIC 9(10)V9(2).
           05  RUNC-RUN-NUMBER         PIC 9(6).
           05  RUNC-RUN-TYPE           PIC X(1).
           05  RUNC-GL-COUNT           PIC 9(6).
           05  RUNC-GL-NET             PIC S9(11)V9(2)
                                        SIGN LEADING SEPARATE.
           05  RUNC-PAY-COUNT          PIC 9(6).
           05  RUNC-PAY-HASH           PIC 9(11)V9(2).
           05  RUNC-GL-LEVEL           PIC X(1).
       01  RUN-CONTROL-TABLE.
           05  RUNC-ENTRY OCCURS 100 TIMES
                   INDEXED BY R1.
               10  RUNC-TAB-HASH       PIC 9(10)V9(2).
               10  RUNC-TAB-RUN        PIC 9(6).
               10  RUNC-TAB-TYPE       PIC X(1).
       77  WS-MAX-PROOF-RUNS           PIC 9(4) VALUE 2000.
       77  WS-MAX-PROOF-QUOTES         PIC 9(4) VALUE 1000.
       01  PRF-FILE-STATUS             PIC X(2).
       01  PRF-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  PRF-EOF                          VALUE 'Y'.
       01  PRUN-ENTRY-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  PQT-ENTRY-COUNT             PIC 9(4) COMP VALUE ZERO.
       01  WS-PRF-PASS-SWITCH          PIC X(1) VALUE '1'.
           88  PRF-ATTEMPT-PASS                 VALUE '1'.
       01  WS-PRF-RUN-CLASS            PIC X(1).
           88  PRF-BATCH-RUN                    VALUE 'B'.
           88  PRF-SETTLE-RUN                   VALUE 'D'.
           88  PRF-REVAL-RUN                    VALUE 'V'.
           88  PRF-INTERACTIVE                  VALUE 'I'.
           88  PRF-NOT-POSTED                   VALUE 'N'.
           88  PRF-NO-RUN-NUMBER                VALUE 'X'.
       01  WS-PRF-RUN-FOUND-SWITCH     PIC X(1) VALUE 'N'.
           88  PRF-RUN-FOUND                    VALUE 'Y'.
       01  WS-PRF-QUOTE-SWITCH         PIC X(1) VALUE 'N'.
           88  PRF-QUOTE-MATCHED                VALUE 'Y'.
       01  WS-PRF-FEE-SWITCH           PIC X(1) VALUE 'N'.
           88  PRF-FEE-LOGGED                   VALUE 'Y'.
       01  WS-PRF-HDR-SWITCH           PIC X(1) VALUE 'N'.
           88  PRF-HEADER-READ                  VALUE 'Y'.
       01  WS-PRF-TRL-SWITCH           PIC X(1) VALUE 'N'.
           88  PRF-TRAILER-READ                 VALUE 'Y'.
       01  WS-PRF-RUN                  PIC 9(6).
       01  WS-PRF-BUS-DATE             PIC 9(8).
       01  WS-PRF-SEQ                  PIC 9(6).
       01  WS-PRF-ORDINAL              PIC 9(9) COMP VALUE ZERO.
       01  WS-PRF-NDX                  PIC 9(4) COMP.
       01  WS-PRF-RUN-NDX              PIC 9(4) COMP.
       01  WS-PRF-SUM-NDX              PIC 9(4) COMP VALUE ZERO.
       01  WS-PRF-SUB                  PIC 9(4) COMP.
       01  WS-PRF-SUM-LINES            PIC 9(6) COMP.
       01  WS-PRF-AMOUNT               PIC 9(8)V9(2).
       01  WS-PRF-RESULT               PIC 9(8)V9(2).
       01  WS-PRF-FEE                  PIC 9(8)V9(2).
       01  WS-PRF-SCALED-RATE          PIC 9(8)V9(4).
       01  WS-PRF-GROSS                PIC 9(8)V9(2).
       01  WS-PRF-NET                  PIC 9(8)V9(2).
       01  WS-PRF-MID                  PIC 9(8)V9(2).
       01  WS-PRF-LEG1-DIR             PIC X(1).
       01  WS-PRF-LEG1-NDX             PIC 9(4) COMP.
       01  WS-PRF-LEG1-AMOUNT          PIC 9(8)V9(2).
       01  WS-PRF-LEG1-USD             PIC 9(8)V9(2).
       01  WS-PRF-LEG1-FEE             PIC 9(8)V9(2).
       01  WS-PRF-LEG1-FEE-SWITCH      PIC X(1).
       01  WS-PRF-CLEAR-FLAG           PIC X(1) VALUE 'N'.
       01  WS-PRF-FEE-FLAG             PIC X(1) VALUE 'N'.
       01  WS-PRF-RECORDED             PIC S9(11)V9(2).
       01  WS-PRF-REBUILT              PIC S9(11)V9(2).
       01  WS-PRF-REC-COUNT            PIC 9(6).
       01  WS-PRF-EXP-COUNT            PIC 9(6).
       01  WS-PRF-EXT-FILE             PIC X(8).
       01  WS-PRF-EXT-RUN              PIC 9(6).
       01  WS-PRF-EXT-DATE             PIC 9(8).
       01  WS-PRF-EXT-COUNT            PIC 9(6).
       01  WS-PRF-EXT-TOTAL            PIC S9(11)V9(2).
       01  WS-PRF-EXC-COUNT            PIC 9(6) COMP VALUE ZERO.
       01  WS-PRF-PROVEN-COUNT         PIC 9(9) COMP VALUE ZERO.
       01  WS-PRF-UNPOSTED-COUNT       PIC 9(9) COMP VALUE ZERO.
       01  WS-PRF-NORUN-COUNT          PIC 9(9) COMP VALUE ZERO.
       01  WS-PRF-FWD-COUNT            PIC 9(6) COMP VALUE ZERO.
       01  WS-PRF-CTRY-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-PRF-UNPROVEN-RUNS        PIC 9(6) COMP VALUE ZERO.
       01  PRF-DR-FLAG-TABLE.
           05  PRF-DR-FLAG OCCURS 50 TIMES PIC X(1).
       01  PRF-CR-FLAG-TABLE.
           05  PRF-CR-FLAG OCCURS 50 TIMES PIC X(1).
       01  PRF-POS-TABLE.
           05  PRF-POS OCCURS 50 TIMES PIC S9(11)V9(2).
       01  PRF-NB-FOREIGN-TABLE.
           05  PRF-NB-FOREIGN OCCURS 50 TIMES PIC S9(11)V9(2).
       01  PRF-NB-USD-TABLE.
           05  PRF-NB-USD OCCURS 50 TIMES PIC S9(11)V9(2).
       01  PROOF-RUN-TABLE.
           05  PRUN-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PF1.
               10  PRUN-TAB-RUN        PIC 9(6).
               10  PRUN-TAB-DATE       PIC 9(8).
               10  PRUN-TAB-TYPE       PIC X(1).
               10  PRUN-TAB-GL-LEVEL   PIC X(1).
               10  PRUN-TAB-KEPT       PIC X(1).
               10  PRUN-TAB-GL-COUNT   PIC 9(6).
               10  PRUN-TAB-GL-NET     PIC S9(11)V9(2).
               10  PRUN-TAB-PAY-COUNT  PIC 9(6).
               10  PRUN-TAB-PAY-HASH   PIC 9(11)V9(2).
               10  PRUN-TAB-SEEN       PIC X(1).
               10  PRUN-TAB-LAST-SEQ   PIC 9(6).
               10  PRUN-TAB-START      PIC 9(9) COMP.
               10  PRUN-TAB-EXP-GL     PIC 9(6).
               10  PRUN-TAB-EXP-PAY    PIC 9(6).
               10  PRUN-TAB-EXP-HASH   PIC 9(11)V9(2).
       01  PROOF-QUOTE-TABLE.
           05  PQT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PQ1.
               10  PQT-TAB-ID          PIC X(8).
               10  PQT-TAB-CODE        PIC X(3).
               10  PQT-TAB-RUN         PIC 9(6).
               10  PQT-TAB-SEQ         PIC 9(6).
               10  PQT-TAB-MATCHED     PIC X(1).
       01  PRF-EXTRACT-LINE.
           05  PRF-EXT-TYPE            PIC X(1).
           05  PRF-EXT-BUS-DATE        PIC 9(8).
           05  PRF-EXT-RUN-NUMBER      PIC 9(6).
           05  PRF-EXT-COUNT           PIC 9(6).
           05  PRF-EXT-GL-NET          PIC S9(11)V9(2)
                                        SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(45).
       01  PRF-EXT-PAY-LINE REDEFINES PRF-EXTRACT-LINE.
           05  FILLER                  PIC X(21).
           05  PRF-EXT-PAY-HASH        PIC 9(11)V9(2).
           05  FILLER                  PIC X(46).
       01  PRF-HEADING-LINE.
           05  FILLER                  PIC X(34)
                       VALUE 'CROSS-FILE INTEGRITY PROOF  AS OF '.
           05  PRF-HDR-DATE            PIC 9(8).
       01  PRF-COLUMN-LINE.
           05  FILLER                  PIC X(26) VALUE 'EXCEPTION'.
           05  FILLER                  PIC X(5)  VALUE 'CODE'.
           05  FILLER                  PIC X(7)  VALUE 'RUN'.
           05  FILLER                  PIC X(13) VALUE 'REFERENCE'.
           05  FILLER                  PIC X(18) VALUE 'ON FILE'.
           05  FILLER                  PIC X(18) VALUE 'PROOF'.
           05  FILLER                  PIC X(10) VALUE 'DIFFERENCE'.
       01  PRF-DETAIL-LINE.
           05  PRF-DET-TEXT            PIC X(24).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PRF-DET-CODE            PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PRF-DET-RUN             PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PRF-DET-REF             PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PRF-DET-AMOUNTS.
               10  PRF-DET-ON-FILE     PIC -Z,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  PRF-DET-PROOF       PIC -Z,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  PRF-DET-DIFF        PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  PRF-DET-COUNTS REDEFINES PRF-DET-AMOUNTS.
               10  FILLER              PIC X(2).
               10  PRF-DET-ON-FILE-CT  PIC -ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(4).
               10  PRF-DET-PROOF-CT    PIC -ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(4).
               10  PRF-DET-DIFF-CT     PIC -ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(3).
       01  PRF-TOTAL-LINE.
           05  PRF-TOT-LABEL           PIC X(32).
           05  PRF-TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
       01  PAY-FILE-STATUS             PIC X(2).
       01  PAY-REC-COUNT               PIC 9(6) COMP VALUE ZERO.
       01  PAY-HASH-TOTAL              PIC 9(11)V9(2) VALUE ZERO.
           05  PAY-DET-VALUE-DATE      PIC 9(8).
           05  PAY-DET-BUS-DATE        PIC 9(8).
           05  PAY-DET-RUN-NUMBER      PIC 9(6).
       01  PAY-RECALL-LINE.
           05  PAY-RCL-TYPE            PIC X(1)  VALUE 'R'.
           05  PAY-RCL-ACCOUNT         PIC X(8).
           05  PAY-RCL-CODE            PIC X(3).
           05  PAY-RCL-FOREIGN         PIC 9(8)V9(2).
           05  PAY-RCL-USD             PIC 9(8)V9(2).
           05  PAY-RCL-RATE            PIC 9(8)V9(4).
           05  PAY-RCL-VALUE-DATE      PIC 9(8).
           05  PAY-RCL-BUS-DATE        PIC 9(8).
           05  PAY-RCL-RUN-NUMBER      PIC 9(6).
           05  PAY-RCL-ORIG-BUS-DATE   PIC 9(8).
           05  PAY-RCL-ORIG-RUN        PIC 9(6).
       01  PAY-TRAILER-LINE.
           05  PAY-TRL-TYPE            PIC X(1)  VALUE 'T'.
           05  PAY-TRL-BUS-DATE        PIC 9(8).
           05  RUNS-ERRORS             PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RUNS-COMPLETION         PIC 9(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RUNS-STREAM-STEP        PIC X(2)  VALUE SPACES.
       77  WS-MAX-JOB-STEPS            PIC 9(4) VALUE 20.
       01  JOBS-FILE-STATUS            PIC X(2).
       01  JCKP-FILE-STATUS            PIC X(2).
       01  JOB-STEP-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  JOB-EXTRACT-STEPS           PIC 9(4) COMP VALUE ZERO.
       01  JOB-STEP-TABLE.
           05  JOB-STEP OCCURS 20 TIMES
                   INDEXED BY JS1.
               10  JOB-TAB-MODE        PIC X(1).
               10  JOB-TAB-MAX-RC      PIC 9(2).
               10  JOB-TAB-RC          PIC 9(2).
               10  JOB-TAB-STATUS      PIC X(1).
                   88  JOB-STEP-COMPLETED           VALUE 'C'.
                   88  JOB-STEP-FAILED              VALUE 'F'.
                   88  JOB-STEP-DONE-EARLIER        VALUE 'S'.
                   88  JOB-STEP-NOT-RUN             VALUE 'N'.
       01  WS-JOB-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88  JOB-STREAM-EOF                   VALUE 'Y'.
       01  WS-JOB-OK-SWITCH            PIC X(1) VALUE 'Y'.
           88  JOB-STREAM-OK                    VALUE 'Y'.
       01  WS-JOB-STOP-SWITCH          PIC X(1) VALUE 'N'.
           88  JOB-STREAM-STOPPED               VALUE 'Y'.
       01  WS-JOB-RESTART-SWITCH       PIC X(1) VALUE 'N'.
           88  JOB-RESTART-REQUESTED            VALUE 'Y'.
       01  WS-JOB-BUS-DATE             PIC 9(8).
       01  WS-JOB-FIRST-STEP           PIC 9(2).
       01  WS-JOB-STEP-NO              PIC 9(2).
       01  WS-JOB-STREAM-RC            PIC 9(2) VALUE ZERO.
       01  WS-JOB-STEPS-RUN            PIC 9(4) COMP VALUE ZERO.
       01  WS-JOB-STEPS-FAILED         PIC 9(4) COMP VALUE ZERO.
       01  WS-JOB-START-DATE           PIC 9(8).
       01  WS-JOB-START-TIME           PIC 9(8).
       01  JCKP-DETAIL-LINE.
           05  JCKP-BUS-DATE           PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  JCKP-NEXT-STEP          PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  JCKP-NEXT-MODE          PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  JCKP-STATUS             PIC X(1).
               88  JCKP-STREAM-COMPLETE         VALUE 'C'.
           05  FILLER                  PIC X(25) VALUE SPACES.
       01  CKPT-FILE-STATUS            PIC X(2).
       01  WS-RESUME-SWITCH            PIC X(1) VALUE 'N'.
           88  RESUME-LOAD                      VALUE 'Y'.
           05  CKPT-SCALE              PIC 9(4).
       01  WS-RESUME-X1                PIC 9(4) COMP VALUE 1.
       01  WS-SHIFT-FROM               PIC 9(4) COMP VALUE ZERO.
       77  WS-CKPT-INTERVAL            PIC 9(4) VALUE 100.
       01  BCKP-FILE-STATUS            PIC X(2).
       01  RSTW-FILE-STATUS            PIC X(2).
       01  WS-RESTART-SWITCH           PIC X(1) VALUE 'N'.
           88  RESTART-RUN                      VALUE 'Y' 'y'.
       01  WS-RESTART-REQ-SWITCH       PIC X(1) VALUE 'N'.
           88  RESTART-REQUESTED                VALUE 'Y'.
       01  WS-BCKP-FOUND-SWITCH        PIC X(1) VALUE 'N'.
           88  BATCH-CKPT-FOUND                 VALUE 'Y'.
       01  WS-BCKP-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88  BCKP-EOF                         VALUE 'Y'.
       01  WS-LOG-CUT-SWITCH           PIC X(1) VALUE 'N'.
           88  CUT-RUN-LOG                      VALUE 'Y'.
       01  WS-RUN-DISCARD-SWITCH       PIC X(1) VALUE 'N'.
           88  RUN-DISCARDED                    VALUE 'Y'.
       01  WS-LOG-KEEP-RECS            PIC 9(7) COMP VALUE ZERO.
       01  WS-LOG-RUN-RECS             PIC 9(7) COMP VALUE ZERO.
       01  WS-TRAN-POS                 PIC 9(6) COMP VALUE ZERO.
       01  WS-CKPT-SINCE               PIC 9(4) COMP VALUE ZERO.
       01  WS-RPT-LINES                PIC 9(7) COMP VALUE ZERO.
       01  WS-COPY-COUNT               PIC 9(7) COMP VALUE ZERO.
       01  WS-COPY-LIMIT               PIC 9(7) COMP VALUE ZERO.
       01  BCKP-READ-AREA              PIC X(200).
       01  BCKP-HEADER-LINE.
           05  BCKP-HDR-TAG            PIC X(4)  VALUE 'HDR '.
           05  BCKP-BUS-DATE           PIC 9(8).
           05  BCKP-RUN-NUMBER         PIC 9(6).
           05  BCKP-SCAN-COUNT         PIC 9(6).
           05  BCKP-SCAN-HASH          PIC 9(10)V9(2).
           05  BCKP-TRAN-POS           PIC 9(6).
           05  BCKP-RECORDS-READ       PIC 9(6).
           05  BCKP-DETAIL-READ        PIC 9(6).
           05  BCKP-HASH-ACCUM         PIC 9(10)V9(2).
           05  BCKP-ACCEPTED           PIC 9(6).
           05  BCKP-REJECTED           PIC 9(6).
           05  BCKP-ERROR-COUNT        PIC 9(6).
           05  BCKP-COMPLETION         PIC 9(2).
           05  BCKP-GRAND-TOTAL        PIC 9(9)V9(2).
           05  BCKP-FEE-GRAND          PIC 9(9)V9(2).
           05  BCKP-RPT-LINES          PIC 9(7).
           05  BCKP-LOG-RECS           PIC 9(7).
       01  BCKP-GL-LINE.
           05  BCKP-GL-TAG             PIC X(4)  VALUE 'GL  '.
           05  BCKP-GL-COUNT           PIC 9(6).
           05  BCKP-GL-NET             PIC S9(11)V9(2)
                                        SIGN LEADING SEPARATE.
           05  BCKP-GL-CLEAR-CR        PIC 9(11)V9(2).
           05  BCKP-GL-FEE-CR          PIC 9(11)V9(2).
           05  BCKP-PAY-COUNT          PIC 9(6).
           05  BCKP-PAY-HASH           PIC 9(11)V9(2).
       01  BCKP-COUNTRY-LINE.
           05  BCKP-CTRY-TAG           PIC X(4)  VALUE 'CTRY'.
           05  BCKP-CTRY-CODE          PIC X(3).
           05  BCKP-CTRY-SUBTOTAL      PIC 9(8)V9(2).
           05  BCKP-CTRY-FEE           PIC 9(8)V9(2).
           05  BCKP-CTRY-POS           PIC S9(11)V9(2)
                                        SIGN LEADING SEPARATE.
           05  BCKP-CTRY-NB-FOREIGN    PIC S9(11)V9(2)
                                        SIGN LEADING SEPARATE.
           05  BCKP-CTRY-NB-USD        PIC S9(11)V9(2)
                                        SIGN LEADING SEPARATE.
           05  BCKP-CTRY-GL-DR         PIC 9(11)V9(2).
           05  BCKP-CTRY-GL-CR         PIC 9(11)V9(2).
       01  BCKP-END-LINE.
           05  BCKP-END-TAG            PIC X(4)  VALUE 'END '.
       01  HIST-DETAIL-LINE.
           05  HIST-CODE               PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(13)
                                        VALUE '  FEE INCOME '.
           05  RPT-GRAND-FEE           PIC $$,$$$,$$9.99.
       01  RPT-FORWARD-LINE.
           05  RPT-FWD-CODE            PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-FWD-AMOUNT          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)  VALUE ' TO '.
           05  RPT-FWD-TO-CODE         PIC X(3).
           05  FILLER                  PIC X(15)
                                       VALUE '  FORWARD RATE '.
           05  RPT-FWD-RATE            PIC ZZZ9.9999.
           05  FILLER                  PIC X(10) VALUE '  MATURES '.
           05  RPT-FWD-MATURITY        PIC 9(8).
           05  FILLER                  PIC X(6)  VALUE '  USD '.
           05  RPT-FWD-USD             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-FWD-LIMIT-FLAG      PIC X(5).
       01  RPT-RESTART-LINE.
           05  FILLER                  PIC X(25)
                                   VALUE 'RUN RESTARTED AFTER TRAN '.
           05  FILLER                  PIC X(7)  VALUE 'RECORD '.
           05  RPT-RESTART-POS         PIC ZZZZZ9.
           05  FILLER                  PIC X(5)  VALUE ' RUN '.
           05  RPT-RESTART-RUN         PIC 9(6).
       01  RPT-REV-HEADING-LINE.
           05  FILLER                  PIC X(9)  VALUE 'REVERSALS'.
       01  RPT-REV-COLUMN-LINE.
           05  FILLER          PIC X(9)  VALUE 'ORIG DT  '.
           05  FILLER          PIC X(7)  VALUE 'RUN    '.
           05  FILLER          PIC X(8)  VALUE '   SEQ  '.
           05  FILLER          PIC X(10) VALUE 'ACCOUNT   '.
           05  FILLER          PIC X(5)  VALUE 'CODE '.
           05  FILLER          PIC X(12) VALUE '   FOREIGN  '.
           05  FILLER          PIC X(4)  VALUE 'TO  '.
           05  FILLER          PIC X(15) VALUE '    TO AMOUNT  '.
           05  FILLER          PIC X(16) VALUE '  USD REVERSED  '.
           05  FILLER          PIC X(16) VALUE '  FEE REFUNDED  '.
           05  FILLER          PIC X(6)  VALUE 'STATUS'.
       01  RPT-REV-DETAIL-LINE.
           05  RPT-REV-ORIG-DATE       PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REV-ORIG-RUN        PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REV-ORIG-SEQ        PIC ZZZZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-REV-ACCOUNT         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-REV-CODE            PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-REV-FOREIGN-AMT     PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-REV-TO-CODE         PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REV-TO-AMOUNT       PIC ZZ,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-REV-USD-AMT         PIC $ZZ,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-REV-FEE-AMT         PIC $ZZ,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-REV-STATUS          PIC X(30).
       01  RPT-REV-TOTAL-LINE.
           05  RPT-REV-TOT-LABEL       PIC X(20).
           05  RPT-REV-TOT-COUNT       PIC ZZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  FOREIGN '.
           05  RPT-REV-TOT-FOREIGN     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(15)
                                        VALUE '  USD REVERSED '.
           05  RPT-REV-TOT-USD         PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(15)
                                        VALUE '  FEE REFUNDED '.
           05  RPT-REV-TOT-FEE         PIC $$,$$$,$$9.99.
       01  FEED-FILE-STATUS            PIC X(2).
       01  RECON-FILE-STATUS           PIC X(2).
       01  FEED-EOF-SWITCH             PIC X(1) VALUE 'N'.
           88  RATE-REJECTED                    VALUE 'Y'.
       01  WS-INSERT-SWITCH            PIC X(1) VALUE 'N'.
           88  FEED-COUNTRY-INSERTED            VALUE 'Y'.
       77  WS-MAX-BANDS                PIC 9(4) VALUE 50.
       01  VBND-FILE-STATUS            PIC X(2).
       01  VBND-ENTRY-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  VBND-EOF-SWITCH             PIC X(1) VALUE 'N'.
           88  VBND-EOF                         VALUE 'Y'.
       01  VBND-TABLE.
           05  VBND-ENTRY OCCURS 50 TIMES
                   INDEXED BY VB1.
               10  VBND-TAB-CODE       PIC X(3).
               10  VBND-TAB-PCT        PIC 9(3)V9(2).
       01  WS-BAND-PCT                 PIC 9(3)V9(2).
       01  WS-BAND-SOURCE              PIC X(6).
       01  RECON-HEADING-LINE.
           05  FILLER                  PIC X(20)
                                        VALUE 'DAILY RATE FEED '.
           05  FILLER          PIC X(16) VALUE 'NEW RATE        '.
           05  FILLER          PIC X(10) VALUE 'PCT CHANGE'.
           05  FILLER          PIC X(14) VALUE 'STATUS'.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(13) VALUE 'BAND   SOURCE'.
       01  RECON-DETAIL-LINE.
           05  RECON-CODE              PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RECON-PCT-CHANGE        PIC ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RECON-STATUS            PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RECON-BAND-PCT          PIC ZZ9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RECON-BAND-SOURCE       PIC X(6).
       01  EXCHANGE-TABLE.
           05  COUNTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON TABLE-ENTRY-COUNT
               10  LINE 10 COLUMN 1 VALUE 'P - CURRENCY POSITION RPT'.
               10  LINE 11 COLUMN 1 VALUE 'V - NOSTRO REVALUATION'.
               10  LINE 12 COLUMN 1 VALUE 'A - RESEARCH INQUIRY'.
               10  LINE 13 COLUMN 1 VALUE 'C - MAINTAIN A CUSTOMER'.
               10  LINE 14 COLUMN 1 VALUE 'W - WIRE ACK RECONCILIATION'.
               10  LINE 15 COLUMN 1 VALUE 'K - COMPLIANCE REPORT'.
               10  LINE 16 COLUMN 1 VALUE 'D - FORWARD MATURITY RUN'.
               10  LINE 17 COLUMN 1 VALUE 'O - OPEN FORWARDS REPORT'.
               10  LINE 18 COLUMN 1 VALUE 'T - RATE VOLATILITY RUN'.
               10  LINE 19 COLUMN 1 VALUE 'G - INTEGRITY PROOF RUN'.
               10  LINE 20 COLUMN 1 VALUE 'SELECT MODE: '.
               10  PIC X(1) TO WS-MODE.
       01  CORRECTION-SCREEN.
           05  FOREGROUND-COLOR WHITE
               10  LINE 8 COLUMN 1 VALUE
                   'QUOTED PER UNITS (0=KEEP): '.
               10  PIC ZZZ9 TO WS-MAINT-SCALE.
       01  CUST-MAINT-SCREEN.
           05  FOREGROUND-COLOR WHITE
               HIGHLIGHT
               BACKGROUND-COLOR BLUE.
               10  BLANK SCREEN.
               10  LINE 1 COLUMN 1 VALUE 'MAINTAIN A CUSTOMER ACCOUNT'.
               10  LINE 3 COLUMN 1 VALUE
                   'ACTION (A-ADD C-CHG B-BLOCK U-UNBLOCK X-CLOSE): '.
               10  PIC X(1) TO WS-CMNT-ACTION.
               10  LINE 4 COLUMN 1 VALUE 'ACCOUNT NUMBER: '.
               10  PIC X(8) TO WS-CMNT-ACCOUNT.
               10  LINE 5 COLUMN 1 VALUE
                   'CUSTOMER NAME (BLANK=KEEP): '.
               10  PIC X(20) TO WS-CMNT-NAME.
               10  LINE 6 COLUMN 1 VALUE
                   'FEE TIER (1-3, S=SCHEDULE, BLANK=KEEP): '.
               10  PIC X(1) TO WS-CMNT-TIER.
               10  LINE 7 COLUMN 1 VALUE
                   'DAILY USD LIMIT (0=KEEP): '.
               10  PIC ZZ,ZZZ,ZZ9.99 TO WS-CMNT-LIMIT.
               10  LINE 8 COLUMN 1 VALUE
                   'REMOVE DAILY LIMIT (Y/N): '.
               10  PIC X(1) TO WS-CMNT-NO-LIMIT.
       01  MAINT-MESSAGE-SCREEN.
           05  FOREGROUND-COLOR WHITE
               HIGHLIGHT
               10  LINE 3 COLUMN 1 VALUE
                   'RESUME THE INTERRUPTED LOAD? (Y/N): '.
               10  PIC X(1) TO WS-RESUME-SWITCH.
       01  BATCH-RESUME-SCREEN.
           05  FOREGROUND-COLOR WHITE
               HIGHLIGHT
               BACKGROUND-COLOR BLUE.
               10  BLANK SCREEN.
               10  LINE 1 COLUMN 1 VALUE
                   'AN INTERRUPTED BATCH RUN CHECKPOINT WAS FOUND'.
               10  LINE 3 COLUMN 1 VALUE 'RUN NUMBER: '.
               10  PIC 9(6) FROM BCKP-RUN-NUMBER.
               10  COLUMN 25 VALUE 'LAST RECORD: '.
               10  PIC ZZZZZ9 FROM BCKP-TRAN-POS.
               10  LINE 5 COLUMN 1 VALUE
                   'RESUME THE INTERRUPTED RUN? (Y/N): '.
               10  PIC X(1) TO WS-RESTART-SWITCH.
       01  LOG-MGMT-SCREEN.
           05  FOREGROUND-COLOR WHITE
               HIGHLIGHT
               10  LINE 6 COLUMN 1 VALUE
                   'TO DATE YYYYMMDD (BLANK=OPEN): '.
               10  PIC X(8) TO WS-RSCH-TO-X.
       01  COMPLIANCE-SCREEN.
           05  FOREGROUND-COLOR WHITE
               HIGHLIGHT
               BACKGROUND-COLOR BLUE.
               10  BLANK SCREEN.
               10  LINE 1 COLUMN 1 VALUE 'COMPLIANCE REVIEW'.
               10  LINE 3 COLUMN 1 VALUE
                   'FROM DATE YYYYMMDD (BLANK=OPEN): '.
               10  PIC X(8) TO WS-CMPL-FROM-X.
               10  LINE 4 COLUMN 1 VALUE
                   'TO DATE YYYYMMDD (BLANK=OPEN): '.
               10  PIC X(8) TO WS-CMPL-TO-X.
               10  LINE 5 COLUMN 1 VALUE
                   'REPORTING THRESHOLD USD (0=10,000.00): '.
               10  PIC ZZ,ZZZ,ZZ9.99 TO WS-CMPL-THRESHOLD.
               10  LINE 6 COLUMN 1 VALUE
                   'STRUCTURING WINDOW DAYS (0=3): '.
               10  PIC Z9 TO WS-CMPL-DAYS.
       01  POSITION-WARN-SCREEN.
           05  LINE 17 COLUMN 1 VALUE 'WARNING: POSITION LIMIT '
               FOREGROUND-COLOR BROWN
           ACCEPT WS-RUN-START-TIME FROM TIME.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 150-SELECT-MODE.
           IF WS-MODE = 'J' OR WS-MODE = 'j'
               PERFORM 180-RUN-JOB-STREAM
           ELSE
               PERFORM 010-PROCESS-MODE
               IF UNATTENDED-RUN
                   PERFORM 170-WRITE-RUN-SUMMARY
               END-IF
           END-IF.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.
       010-PROCESS-MODE.
           IF WS-MODE NOT = 'X'
                   AND WS-MODE NOT = 'L' AND WS-MODE NOT = 'l'
                   AND WS-MODE NOT = 'A' AND WS-MODE NOT = 'a'
                   AND WS-MODE NOT = 'C' AND WS-MODE NOT = 'c'
                   AND WS-MODE NOT = 'W' AND WS-MODE NOT = 'w'
                   AND WS-MODE NOT = 'K' AND WS-MODE NOT = 'k'
                   AND WS-MODE NOT = 'O' AND WS-MODE NOT = 'o'
               PERFORM 100-LOAD-TABLE
               PERFORM 140-LOAD-FEE-SCHEDULE
               PERFORM 145-OPEN-CUSTOMER-MASTER
               PERFORM 147-LOAD-NOSTRO-BALANCES
               PERFORM 148-LOAD-POSITION-LEDGER
               PERFORM 149-LOAD-CALENDAR
           END-IF.
           IF WS-MODE NOT = 'L' AND WS-MODE NOT = 'l'
                   AND WS-MODE NOT = 'A' AND WS-MODE NOT = 'a'
                   AND WS-MODE NOT = 'C' AND WS-MODE NOT = 'c'
                   AND WS-MODE NOT = 'W' AND WS-MODE NOT = 'w'
                   AND WS-MODE NOT = 'K' AND WS-MODE NOT = 'k'
                   AND WS-MODE NOT = 'O' AND WS-MODE NOT = 'o'
                   AND WS-MODE NOT = 'T' AND WS-MODE NOT = 't'
                   AND WS-MODE NOT = 'G' AND WS-MODE NOT = 'g'
                   AND WS-MODE NOT = 'X'
               OPEN EXTEND CONVERSION-LOG
               IF CLOG-FILE-STATUS NOT = '00'
                   PERFORM 860-REVALUE-NOSTRO
               WHEN WS-MODE = 'A' OR WS-MODE = 'a'
                   PERFORM 870-RESEARCH-INQUIRY
               WHEN WS-MODE = 'C' OR WS-MODE = 'c'
                   PERFORM 470-MAINTAIN-CUSTOMER
               WHEN WS-MODE = 'W' OR WS-MODE = 'w'
                   PERFORM 880-RECONCILE-PAYMENTS
               WHEN WS-MODE = 'K' OR WS-MODE = 'k'
                   PERFORM 890-COMPLIANCE-REPORT
               WHEN WS-MODE = 'D' OR WS-MODE = 'd'
                   PERFORM 820-SETTLE-FORWARDS
               WHEN WS-MODE = 'O' OR WS-MODE = 'o'
                   PERFORM 830-OPEN-FORWARDS-REPORT
               WHEN WS-MODE = 'T' OR WS-MODE = 't'
                   PERFORM 840-VOLATILITY-RUN
               WHEN WS-MODE = 'G' OR WS-MODE = 'g'
                   PERFORM 760-INTEGRITY-PROOF
               WHEN WS-MODE = 'X'
                   CONTINUE
               WHEN OTHER
                   PERFORM 200-PROCESS-RTN
           END-EVALUATE.
           IF CUST-MASTER-OPEN
               CLOSE CUSTOMER-MASTER
               MOVE 'N' TO WS-CUST-OPEN-SWITCH
           END-IF.
           IF WS-MODE NOT = 'L' AND WS-MODE NOT = 'l'
                   AND WS-MODE NOT = 'A' AND WS-MODE NOT = 'a'
                   AND WS-MODE NOT = 'C' AND WS-MODE NOT = 'c'
                   AND WS-MODE NOT = 'W' AND WS-MODE NOT = 'w'
                   AND WS-MODE NOT = 'K' AND WS-MODE NOT = 'k'
                   AND WS-MODE NOT = 'O' AND WS-MODE NOT = 'o'
                   AND WS-MODE NOT = 'T' AND WS-MODE NOT = 't'
                   AND WS-MODE NOT = 'G' AND WS-MODE NOT = 'g'
                   AND CLOG-FILE-STATUS = '00'
               CLOSE CONVERSION-LOG
           END-IF.
               MOVE 8 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           END-IF.
       140-LOAD-FEE-SCHEDULE.
           MOVE ZERO TO FEE-ENTRY-COUNT.
           MOVE 'N' TO FSCHED-EOF-SWITCH.
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           END-IF.
       145-OPEN-CUSTOMER-MASTER.
           MOVE 'N' TO WS-CUST-HELD-SWITCH.
           MOVE 'N' TO WS-CUST-LIMITS-SWITCH.
           MOVE 'N' TO CUST-EOF-SWITCH.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER FILE STATUS ' CUST-FILE-STATUS
               DISPLAY 'ACCOUNTS WILL NOT BE VALIDATED THIS RUN'
           ELSE
               MOVE 'Y' TO WS-CUST-OPEN-SWITCH
               PERFORM UNTIL CUST-EOF OR CUST-LIMITS-HELD
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END SET CUST-EOF TO TRUE
                       NOT AT END
                           MOVE 'Y' TO WS-CUST-HELD-SWITCH
                           IF CUST-DAILY-LIMIT-IN NUMERIC
                                   AND CUST-DAILY-LIMIT-IN > ZERO
                               MOVE 'Y' TO WS-CUST-LIMITS-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       146-SAVE-CUSTOMER-RECORD.
           MOVE 'N' TO WS-CMNT-SAVED-SWITCH.
           IF CAUD-ACTION = 'A'
               WRITE CUST-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE CUST-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           IF CUST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CMNT-SAVED-SWITCH
           ELSE
               DISPLAY 'CUSTOMER MASTER FILE STATUS ' CUST-FILE-STATUS
               DISPLAY 'CUSTOMER CHANGES NOT SAVED TO MASTER FILE'
           END-IF.
       147-LOAD-NOSTRO-BALANCES.
           MOVE 'N' TO NB-EOF-SWITCH.
           IF OPER-ENTRY-COUNT = ZERO
               DISPLAY 'NO OPERATOR FILE - SIGN-ON NOT ENFORCED'
               MOVE 'OPR' TO WS-SIGNON-OPER
               MOVE 'IBMFRLSPVACWKDOTG' TO WS-SIGNON-MODES
               MOVE 'Y' TO WS-SIGNON-OK-SWITCH
           ELSE
               MOVE ZERO TO WS-SIGNON-TRIES
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM VARYING WS-AUTH-NDX FROM 1 BY 1
                   UNTIL WS-AUTH-NDX > 24 OR MODE-AUTHORIZED
               IF WS-SIGNON-MODES (WS-AUTH-NDX:1) = WS-MODE-UC
                       AND WS-MODE-UC NOT = SPACE
                   MOVE 'Y' TO WS-MODE-AUTH-SWITCH
                           IF PARM-RERUN = 'Y' OR PARM-RERUN = 'y'
                               MOVE 'Y' TO WS-RERUN-SWITCH
                           END-IF
                           IF PARM-RESTART = 'Y' OR PARM-RESTART = 'y'
                               MOVE 'Y' TO WS-RESTART-REQ-SWITCH
                           END-IF
                           IF PARM-CKPT-EVERY NUMERIC
                                   AND PARM-CKPT-EVERY NOT = '0000'
                               MOVE PARM-CKPT-EVERY TO WS-CKPT-INTERVAL
                           END-IF
                           IF PARM-LIMIT-ACTION = 'H'
                                   OR PARM-LIMIT-ACTION = 'h'
                               MOVE 'Y' TO WS-LIMIT-HOLD-SWITCH
                           END-IF
                           PERFORM 165-EDIT-UNATTENDED-MODE
                       END-IF
               END-READ
       165-EDIT-UNATTENDED-MODE.
           IF WS-MODE = 'B' OR 'b' OR 'F' OR 'f' OR 'L' OR 'l'
                   OR 'S' OR 's' OR 'P' OR 'p' OR 'V' OR 'v'
                   OR 'A' OR 'a' OR 'W' OR 'w' OR 'K' OR 'k'
                   OR 'D' OR 'd' OR 'O' OR 'o' OR 'T' OR 't'
                   OR 'G' OR 'g' OR 'J' OR 'j'
               DISPLAY 'UNATTENDED RUN - MODE ' WS-MODE
           ELSE
               DISPLAY 'MODE ' WS-MODE ' NOT VALID UNATTENDED - '
               PERFORM 241-ISSUE-QUOTE-BODY
           END-IF.
       241-ISSUE-QUOTE-BODY.
           OPEN I-O QUOTE-FILE.
           IF QUOTE-FILE-STATUS NOT = '00'
                   AND QUOTE-FILE-STATUS NOT = '05'
               DISPLAY 'QUOTE FILE STATUS ' QUOTE-FILE-STATUS
               DISPLAY 'QUOTE NOT SAVED'
           ELSE
               PERFORM 245-NEXT-QUOTE-SEQ
               MOVE WS-QUOTE-SEQ TO WS-QUOTE-ID-SEQ
               MOVE 'N' TO QWR-USED-FLAG
               MOVE ZERO TO QWR-USED-RUN
               MOVE WS-SCALE-DISP TO QWR-SCALE
               MOVE ZERO TO QWR-USED-SEQ
               WRITE QUOTE-RECORD FROM QUOTE-DETAIL-LINE
                   INVALID KEY
                       DISPLAY 'QUOTE FILE STATUS ' QUOTE-FILE-STATUS
                       DISPLAY 'QUOTE NOT SAVED'
                   NOT INVALID KEY
                       DISPLAY QUOTE-RESULT-SCREEN
               END-WRITE
               CLOSE QUOTE-FILE
           END-IF.
       245-NEXT-QUOTE-SEQ.
           MOVE ZERO TO WS-QUOTE-MAX-SEQ.
           MOVE 'N' TO QUOTE-EOF-SWITCH.
           PERFORM UNTIL QUOTE-EOF
               READ QUOTE-FILE NEXT RECORD INTO QUOTE-DETAIL-LINE
                   AT END SET QUOTE-EOF TO TRUE
                   NOT AT END
                       IF QWR-ID (1:1) = 'Q'
                               AND QWR-ID (2:7) NUMERIC
                               AND QWR-ID (2:7) > WS-QUOTE-MAX-SEQ
                           MOVE QWR-ID (2:7) TO WS-QUOTE-MAX-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WS-QUOTE-SEQ = WS-QUOTE-MAX-SEQ + 1.
       306-OPEN-QUOTE-FILE.
           MOVE 'N' TO WS-QUOTE-OPEN-SWITCH.
           OPEN I-O QUOTE-FILE.
           IF QUOTE-FILE-STATUS NOT = '00'
                   AND QUOTE-FILE-STATUS NOT = '05'
               DISPLAY 'QUOTE FILE STATUS ' QUOTE-FILE-STATUS
               DISPLAY 'QUOTES NOT AVAILABLE THIS RUN'
           ELSE
               MOVE 'Y' TO WS-QUOTE-OPEN-SWITCH
               IF RESTART-RUN
                   MOVE BCKP-TRAN-POS TO WS-QUOTE-KEEP-SEQ
               ELSE
                   MOVE ZERO TO WS-QUOTE-KEEP-SEQ
               END-IF
               PERFORM 347-RELEASE-RUN-QUOTES
           END-IF.
       280-CHECK-BATCH-CHECKPOINT.
           MOVE 'N' TO WS-RESTART-SWITCH.
           MOVE 'N' TO WS-LOG-CUT-SWITCH.
           MOVE 'N' TO WS-RUN-DISCARD-SWITCH.
           MOVE ZERO TO WS-LOG-KEEP-RECS.
           PERFORM 281-READ-BATCH-CHECKPOINT.
           IF NOT BATCH-CKPT-FOUND
               IF RESTART-REQUESTED
                   DISPLAY 'NO BATCH CHECKPOINT ON FILE - RUN STARTS '
                       'FROM THE FIRST RECORD'
                   MOVE 'Y' TO WS-LOG-CUT-SWITCH
               END-IF
           ELSE
           IF BCKP-BUS-DATE NOT = WS-SCAN-BUS-DATE
                   OR BCKP-SCAN-COUNT NOT = WS-SCAN-COUNT
                   OR BCKP-SCAN-HASH NOT = WS-SCAN-HASH
               IF RESTART-REQUESTED
                   DISPLAY 'BATCH CHECKPOINT IS FOR ANOTHER '
                       'TRANSACTION FILE - BATCH RUN ABORTED'
                   MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
                   MOVE 16 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               ELSE
                   DISPLAY 'BATCH CHECKPOINT FOR RUN ' BCKP-RUN-NUMBER
                       ' DOES NOT MATCH THIS FILE - IGNORED'
               END-IF
           ELSE
               IF UNATTENDED-RUN
                   IF RESTART-REQUESTED
                       MOVE 'Y' TO WS-RESTART-SWITCH
                   END-IF
               ELSE
                   DISPLAY BATCH-RESUME-SCREEN
                   ACCEPT BATCH-RESUME-SCREEN
               END-IF
               IF RESTART-RUN
                   MOVE 'Y' TO WS-RESTART-SWITCH
                   MOVE BCKP-RUN-NUMBER TO WS-RUN-NUMBER
                   MOVE 'Y' TO WS-LOG-CUT-SWITCH
                   MOVE BCKP-LOG-RECS TO WS-LOG-KEEP-RECS
                   DISPLAY 'RESTARTING RUN ' BCKP-RUN-NUMBER
                       ' AFTER TRANSACTION RECORD ' BCKP-TRAN-POS
               ELSE
                   IF UNATTENDED-RUN AND NOT RERUN-OK
                       DISPLAY 'RUN ' BCKP-RUN-NUMBER ' WAS INTERRUPTED'
                           ' - SET RESTART OR RERUN OPTION'
                       DISPLAY 'BATCH RUN ABORTED'
                       MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
                       MOVE 16 TO WS-RAISE-CODE
                       PERFORM 920-RAISE-COMPLETION
                   ELSE
                       DISPLAY 'INTERRUPTED RUN ' BCKP-RUN-NUMBER
                           ' DISCARDED - RUN STARTS FROM THE FIRST '
                           'RECORD'
                       MOVE 'N' TO WS-RESTART-SWITCH
                       MOVE BCKP-RUN-NUMBER TO WS-RUN-NUMBER
                       MOVE 'Y' TO WS-LOG-CUT-SWITCH
                   END-IF
               END-IF
           END-IF
           END-IF.
       281-READ-BATCH-CHECKPOINT.
           MOVE 'N' TO WS-BCKP-FOUND-SWITCH.
           MOVE 'N' TO WS-BCKP-EOF-SWITCH.
           MOVE SPACES TO BCKP-READ-AREA.
           OPEN INPUT BATCH-CHECKPOINT.
           IF BCKP-FILE-STATUS = '00' OR BCKP-FILE-STATUS = '05'
               READ BATCH-CHECKPOINT INTO BCKP-READ-AREA
                   AT END SET BCKP-EOF TO TRUE
               END-READ
               IF NOT BCKP-EOF AND BCKP-READ-AREA (1:4) = 'HDR '
                   MOVE BCKP-READ-AREA TO BCKP-HEADER-LINE
                   PERFORM UNTIL BCKP-EOF
                       READ BATCH-CHECKPOINT INTO BCKP-READ-AREA
                           AT END SET BCKP-EOF TO TRUE
                           NOT AT END
                               IF BCKP-READ-AREA (1:4) = 'GL  '
                                   MOVE BCKP-READ-AREA TO BCKP-GL-LINE
                               END-IF
                               IF BCKP-READ-AREA (1:4) = 'END '
                                   MOVE 'Y' TO WS-BCKP-FOUND-SWITCH
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE BATCH-CHECKPOINT
           END-IF.
       282-OPEN-BATCH-OUTPUTS.
           IF RESTART-RUN
               MOVE BCKP-RPT-LINES TO WS-COPY-LIMIT
               PERFORM 291-CUT-CONVERSION-REPORT
               IF NOT BATCH-ABORTED
                   COMPUTE WS-COPY-LIMIT = BCKP-GL-COUNT + 1
                   PERFORM 292-CUT-GL-EXTRACT
               END-IF
               IF NOT BATCH-ABORTED
                   COMPUTE WS-COPY-LIMIT = BCKP-PAY-COUNT + 1
                   PERFORM 293-CUT-PAYMENT-INSTR
               END-IF
               IF NOT BATCH-ABORTED
                   OPEN EXTEND CONVERSION-REPORT
                   OPEN EXTEND GL-EXTRACT-FILE
                   OPEN EXTEND PAYMENT-INSTR-FILE
               END-IF
           ELSE
               OPEN OUTPUT CONVERSION-REPORT
               OPEN OUTPUT GL-EXTRACT-FILE
               OPEN OUTPUT PAYMENT-INSTR-FILE
           END-IF.
           IF LIMIT-HOLD-ON AND NOT BATCH-ABORTED
               IF CUT-RUN-LOG
                   IF RESTART-RUN
                       MOVE BCKP-TRAN-POS TO WS-HOLD-KEEP-SEQ
                   ELSE
                       MOVE ZERO TO WS-HOLD-KEEP-SEQ
                   END-IF
                   PERFORM 294-CUT-HELD-TRAN-FILE
               END-IF
               IF NOT BATCH-ABORTED
                   OPEN EXTEND HELD-TRAN-FILE
                   IF HOLD-FILE-STATUS NOT = '00'
                           AND HOLD-FILE-STATUS NOT = '05'
                       DISPLAY 'HELD TRANSACTION FILE STATUS '
                           HOLD-FILE-STATUS
                       DISPLAY 'OVER-LIMIT TRANSACTIONS WILL BE '
                           'REJECTED THIS RUN'
                       MOVE 'N' TO WS-LIMIT-HOLD-SWITCH
                       MOVE 4 TO WS-RAISE-CODE
                       PERFORM 920-RAISE-COMPLETION
                   END-IF
               END-IF
           END-IF.
           IF SCAN-FORWARDS-SEEN AND NOT BATCH-ABORTED
               IF CUT-RUN-LOG
                   IF RESTART-RUN
                       MOVE BCKP-TRAN-POS TO WS-FWD-KEEP-SEQ
                   ELSE
                       MOVE ZERO TO WS-FWD-KEEP-SEQ
                   END-IF
                   PERFORM 295-CUT-FORWARD-DEALS
               END-IF
               IF NOT BATCH-ABORTED
                   OPEN EXTEND FORWARD-DEAL-FILE
                   IF FWD-FILE-STATUS NOT = '00'
                           AND FWD-FILE-STATUS NOT = '05'
                       DISPLAY 'FORWARD DEAL FILE STATUS '
                           FWD-FILE-STATUS
                       DISPLAY 'BATCH RUN ABORTED - NO FORWARD DEAL '
                           'FILE'
                       MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
                       MOVE 16 TO WS-RAISE-CODE
                       PERFORM 920-RAISE-COMPLETION
                   END-IF
               END-IF
           END-IF.
           IF NOT BATCH-ABORTED
               MOVE ZERO TO STMT-ENTRY-COUNT
               IF RESTART-RUN
                   PERFORM 296-CUT-STATEMENT-WORK
               END-IF
               IF NOT BATCH-ABORTED
                   IF RESTART-RUN
                       OPEN EXTEND STATEMENT-WORK-FILE
                   ELSE
                       OPEN OUTPUT STATEMENT-WORK-FILE
                   END-IF
                   IF SWRK-FILE-STATUS NOT = '00'
                           AND SWRK-FILE-STATUS NOT = '05'
                       DISPLAY 'STATEMENT WORK FILE STATUS '
                           SWRK-FILE-STATUS
                       DISPLAY 'BATCH RUN ABORTED - NO STATEMENT WORK '
                           'FILE'
                       MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
                       MOVE 16 TO WS-RAISE-CODE
                       PERFORM 920-RAISE-COMPLETION
                   ELSE
                       MOVE 'Y' TO WS-SWRK-OPEN-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF SCAN-REVERSALS-SEEN AND NOT BATCH-ABORTED
               IF RESTART-RUN
                   PERFORM 297-CUT-REVERSAL-WORK
               END-IF
               IF NOT BATCH-ABORTED
                   IF RESTART-RUN
                       OPEN EXTEND REVERSAL-WORK-FILE
                   ELSE
                       OPEN OUTPUT REVERSAL-WORK-FILE
                   END-IF
                   IF RVWK-FILE-STATUS NOT = '00'
                           AND RVWK-FILE-STATUS NOT = '05'
                       DISPLAY 'REVERSAL WORK FILE STATUS '
                           RVWK-FILE-STATUS
                       DISPLAY 'BATCH RUN ABORTED - NO REVERSAL WORK '
                           'FILE'
                       MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
                       MOVE 16 TO WS-RAISE-CODE
                       PERFORM 920-RAISE-COMPLETION
                   ELSE
                       MOVE 'Y' TO WS-RVWK-OPEN-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF CUT-RUN-LOG AND NOT BATCH-ABORTED
                   AND CLOG-FILE-STATUS = '00'
               CLOSE CONVERSION-LOG
               PERFORM 289-CUT-RUN-LOG
               OPEN EXTEND CONVERSION-LOG
               IF CLOG-FILE-STATUS NOT = '00'
                   DISPLAY 'CONVERSION LOG FILE STATUS '
                       CLOG-FILE-STATUS
                   DISPLAY 'CONVERSIONS WILL NOT BE LOGGED THIS RUN'
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               END-IF
           END-IF.
       283-CHECKPOINT-IF-DUE.
           ADD 1 TO WS-CKPT-SINCE.
           IF WS-CKPT-SINCE NOT < WS-CKPT-INTERVAL
               PERFORM 284-TAKE-BATCH-CHECKPOINT
               MOVE ZERO TO WS-CKPT-SINCE
           END-IF.
       284-TAKE-BATCH-CHECKPOINT.
           CLOSE CONVERSION-REPORT.
           OPEN EXTEND CONVERSION-REPORT.
           CLOSE GL-EXTRACT-FILE.
           OPEN EXTEND GL-EXTRACT-FILE.
           CLOSE PAYMENT-INSTR-FILE.
           OPEN EXTEND PAYMENT-INSTR-FILE.
           IF LIMIT-HOLD-ON
               CLOSE HELD-TRAN-FILE
               OPEN EXTEND HELD-TRAN-FILE
               IF HOLD-FILE-STATUS NOT = '00'
                   DISPLAY 'HELD TRANSACTION FILE STATUS '
                       HOLD-FILE-STATUS
                   MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
               END-IF
           END-IF.
           IF SCAN-FORWARDS-SEEN
               CLOSE FORWARD-DEAL-FILE
               OPEN EXTEND FORWARD-DEAL-FILE
               IF FWD-FILE-STATUS NOT = '00'
                   DISPLAY 'FORWARD DEAL FILE STATUS ' FWD-FILE-STATUS
                   MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
               END-IF
           END-IF.
           CLOSE STATEMENT-WORK-FILE.
           OPEN EXTEND STATEMENT-WORK-FILE.
           IF SWRK-FILE-STATUS NOT = '00'
               DISPLAY 'STATEMENT WORK FILE STATUS ' SWRK-FILE-STATUS
               MOVE 'N' TO WS-SWRK-OPEN-SWITCH
               MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
           END-IF.
           IF REV-WORK-OPEN
               CLOSE REVERSAL-WORK-FILE
               OPEN EXTEND REVERSAL-WORK-FILE
               IF RVWK-FILE-STATUS NOT = '00'
                   DISPLAY 'REVERSAL WORK FILE STATUS '
                       RVWK-FILE-STATUS
                   MOVE 'N' TO WS-RVWK-OPEN-SWITCH
                   MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
               END-IF
           END-IF.
           IF CLOG-FILE-STATUS = '00'
               CLOSE CONVERSION-LOG
               OPEN EXTEND CONVERSION-LOG
               IF CLOG-FILE-STATUS NOT = '00'
                   DISPLAY 'CONVERSION LOG FILE STATUS '
                       CLOG-FILE-STATUS
                   MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
               END-IF
           END-IF.
           IF RPT-FILE-STATUS NOT = '00'
                   OR GL-FILE-STATUS NOT = '00'
                   OR PAY-FILE-STATUS NOT = '00'
               DISPLAY 'CHECKPOINT REOPEN FAILED - REPORT '
                   RPT-FILE-STATUS ' GL ' GL-FILE-STATUS
                   ' PAYMENT ' PAY-FILE-STATUS
               MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
           END-IF.
           IF BATCH-ABORTED
               DISPLAY 'BATCH RUN ABORTED AT RECORD ' WS-TRAN-POS
                   ' - RESTART FROM LAST CHECKPOINT'
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               PERFORM 285-WRITE-BATCH-CHECKPOINT
           END-IF.
       285-WRITE-BATCH-CHECKPOINT.
           OPEN OUTPUT BATCH-CHECKPOINT.
           IF BCKP-FILE-STATUS NOT = '00'
                   AND BCKP-FILE-STATUS NOT = '05'
               DISPLAY 'BATCH CHECKPOINT FILE STATUS '
                   BCKP-FILE-STATUS
               DISPLAY 'CHECKPOINT NOT TAKEN AT RECORD ' WS-TRAN-POS
               MOVE 4 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               MOVE WS-SCAN-BUS-DATE TO BCKP-BUS-DATE
               MOVE WS-RUN-NUMBER TO BCKP-RUN-NUMBER
               MOVE WS-SCAN-COUNT TO BCKP-SCAN-COUNT
               MOVE WS-SCAN-HASH TO BCKP-SCAN-HASH
               MOVE WS-TRAN-POS TO BCKP-TRAN-POS
               MOVE WS-RECORDS-READ TO BCKP-RECORDS-READ
               MOVE WS-DETAIL-READ TO BCKP-DETAIL-READ
               MOVE WS-HASH-ACCUM TO BCKP-HASH-ACCUM
               MOVE WS-TRAN-ACCEPTED TO BCKP-ACCEPTED
               MOVE WS-TRAN-REJECTED TO BCKP-REJECTED
               MOVE WS-ERROR-COUNT TO BCKP-ERROR-COUNT
               MOVE WS-COMPLETION-CODE TO BCKP-COMPLETION
               MOVE WS-GRAND-TOTAL TO BCKP-GRAND-TOTAL
               MOVE WS-FEE-GRAND-TOTAL TO BCKP-FEE-GRAND
               MOVE WS-RPT-LINES TO BCKP-RPT-LINES
               MOVE WS-LOG-RUN-RECS TO BCKP-LOG-RECS
               WRITE BCKP-RECORD FROM BCKP-HEADER-LINE
               MOVE GL-REC-COUNT TO BCKP-GL-COUNT
               MOVE GL-NET-AMOUNT TO BCKP-GL-NET
               MOVE GL-CLEARING-CR-TOTAL TO BCKP-GL-CLEAR-CR
               MOVE GL-FEE-CR-TOTAL TO BCKP-GL-FEE-CR
               MOVE PAY-REC-COUNT TO BCKP-PAY-COUNT
               MOVE PAY-HASH-TOTAL TO BCKP-PAY-HASH
               WRITE BCKP-RECORD FROM BCKP-GL-LINE
               PERFORM VARYING X1 FROM 1 BY 1
                       UNTIL X1 > TABLE-ENTRY-COUNT
                   MOVE COUNTRY-CODE (X1) TO BCKP-CTRY-CODE
                   MOVE COUNTRY-SUBTOTAL (X1) TO BCKP-CTRY-SUBTOTAL
                   MOVE FEE-SUBTOTAL (X1) TO BCKP-CTRY-FEE
                   MOVE POS-AMOUNT (X1) TO BCKP-CTRY-POS
                   MOVE NB-FOREIGN (X1) TO BCKP-CTRY-NB-FOREIGN
                   MOVE NB-USD (X1) TO BCKP-CTRY-NB-USD
                   MOVE GL-NOSTRO-DR (X1) TO BCKP-CTRY-GL-DR
                   MOVE GL-NOSTRO-CR (X1) TO BCKP-CTRY-GL-CR
                   WRITE BCKP-RECORD FROM BCKP-COUNTRY-LINE
               END-PERFORM
               WRITE BCKP-RECORD FROM BCKP-END-LINE
               CLOSE BATCH-CHECKPOINT
           END-IF.
       286-RESUME-FROM-CHECKPOINT.
           MOVE 'N' TO WS-BCKP-EOF-SWITCH.
           OPEN INPUT BATCH-CHECKPOINT.
           IF BCKP-FILE-STATUS NOT = '00'
               DISPLAY 'BATCH CHECKPOINT FILE STATUS '
                   BCKP-FILE-STATUS
               DISPLAY 'BATCH RUN ABORTED - CHECKPOINT NOT RELOADED'
               MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               PERFORM UNTIL BCKP-EOF
                   READ BATCH-CHECKPOINT INTO BCKP-READ-AREA
                       AT END SET BCKP-EOF TO TRUE
                       NOT AT END PERFORM 287-RESTORE-CHECKPOINT-LINE
                   END-READ
               END-PERFORM
               CLOSE BATCH-CHECKPOINT
               PERFORM UNTIL TRAN-EOF OR WS-TRAN-POS NOT < BCKP-TRAN-POS
                   PERFORM 310-READ-TRANSACTION
               END-PERFORM
               IF TRAN-EOF
                   DISPLAY 'TRANSACTION FILE ENDS BEFORE CHECKPOINT - '
                       'BATCH RUN ABORTED'
                   MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
                   MOVE 16 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               ELSE
                   MOVE BCKP-RECORDS-READ TO WS-RECORDS-READ
                   MOVE BCKP-DETAIL-READ TO WS-DETAIL-READ
                   MOVE BCKP-HASH-ACCUM TO WS-HASH-ACCUM
                   MOVE BCKP-ACCEPTED TO WS-TRAN-ACCEPTED
                   MOVE BCKP-REJECTED TO WS-TRAN-REJECTED
                   MOVE BCKP-ERROR-COUNT TO WS-ERROR-COUNT
                   MOVE BCKP-COMPLETION TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
                   MOVE BCKP-GRAND-TOTAL TO WS-GRAND-TOTAL
                   MOVE BCKP-FEE-GRAND TO WS-FEE-GRAND-TOTAL
                   MOVE BCKP-RPT-LINES TO WS-RPT-LINES
                   MOVE BCKP-LOG-RECS TO WS-LOG-RUN-RECS
                   MOVE BCKP-GL-COUNT TO GL-REC-COUNT
                   MOVE BCKP-GL-NET TO GL-NET-AMOUNT
                   MOVE BCKP-GL-CLEAR-CR TO GL-CLEARING-CR-TOTAL
                   MOVE BCKP-GL-FEE-CR TO GL-FEE-CR-TOTAL
                   MOVE BCKP-PAY-COUNT TO PAY-REC-COUNT
                   MOVE BCKP-PAY-HASH TO PAY-HASH-TOTAL
                   MOVE 'Y' TO WS-POS-DIRTY-SWITCH
                   MOVE 'Y' TO WS-NB-DIRTY-SWITCH
                   MOVE BCKP-TRAN-POS TO RPT-RESTART-POS
                   MOVE WS-RUN-NUMBER TO RPT-RESTART-RUN
                   WRITE REPORT-LINE FROM RPT-RESTART-LINE
                   ADD 1 TO WS-RPT-LINES
               END-IF
           END-IF.
       287-RESTORE-CHECKPOINT-LINE.
           EVALUATE BCKP-READ-AREA (1:4)
               WHEN 'CTRY'
                   MOVE BCKP-READ-AREA TO BCKP-COUNTRY-LINE
                   MOVE BCKP-CTRY-CODE TO WS-MAINT-CODE
                   PERFORM 440-FIND-MAINT-CODE
                   IF MAINT-FOUND
                       MOVE BCKP-CTRY-SUBTOTAL TO COUNTRY-SUBTOTAL (X1)
                       MOVE BCKP-CTRY-FEE TO FEE-SUBTOTAL (X1)
                       MOVE BCKP-CTRY-POS TO POS-AMOUNT (X1)
                       MOVE BCKP-CTRY-NB-FOREIGN TO NB-FOREIGN (X1)
                       MOVE BCKP-CTRY-NB-USD TO NB-USD (X1)
                       MOVE BCKP-CTRY-GL-DR TO GL-NOSTRO-DR (X1)
                       MOVE BCKP-CTRY-GL-CR TO GL-NOSTRO-CR (X1)
                   ELSE
                       DISPLAY 'CHECKPOINT CODE ' BCKP-CTRY-CODE
                           ' NOT IN RATE TABLE - TOTALS DROPPED'
                       MOVE 4 TO WS-RAISE-CODE
                       PERFORM 920-RAISE-COMPLETION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       288-CLEAR-BATCH-CHECKPOINT.
           OPEN OUTPUT BATCH-CHECKPOINT.
           IF BCKP-FILE-STATUS = '00' OR BCKP-FILE-STATUS = '05'
               CLOSE BATCH-CHECKPOINT
           ELSE
               DISPLAY 'BATCH CHECKPOINT FILE STATUS '
                   BCKP-FILE-STATUS
               DISPLAY 'STALE BATCH CHECKPOINT NOT CLEARED'
               MOVE 4 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           END-IF.
       289-CUT-RUN-LOG.
           MOVE ZERO TO WS-COPY-COUNT.
           OPEN INPUT CONVERSION-LOG.
           IF CLOG-FILE-STATUS NOT = '00'
               DISPLAY 'CONVERSION LOG FILE STATUS ' CLOG-FILE-STATUS
               DISPLAY 'LOG ENTRIES OF RUN ' WS-RUN-NUMBER
                   ' NOT CUT BACK'
               MOVE 4 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               OPEN OUTPUT LOG-WORK-FILE
               IF LOGW-FILE-STATUS NOT = '00'
                       AND LOGW-FILE-STATUS NOT = '05'
                   DISPLAY 'LOG WORK FILE STATUS ' LOGW-FILE-STATUS
                   DISPLAY 'LOG ENTRIES OF RUN ' WS-RUN-NUMBER
                       ' NOT CUT BACK'
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
                   CLOSE CONVERSION-LOG
               ELSE
                   PERFORM 290-CUT-ONE-LOG-RECORD
                       UNTIL CLOG-FILE-STATUS NOT = '00'
                   CLOSE CONVERSION-LOG
                   CLOSE LOG-WORK-FILE
                   PERFORM 740-REWRITE-LOG
               END-IF
           END-IF.
       290-CUT-ONE-LOG-RECORD.
           READ CONVERSION-LOG INTO LOG-DETAIL-LINE
               AT END
                   MOVE '10' TO CLOG-FILE-STATUS
               NOT AT END
                   IF LOG-RUN-NUMBER NUMERIC
                           AND LOG-BUS-DATE NUMERIC
                           AND LOG-RUN-NUMBER = WS-RUN-NUMBER
                           AND LOG-BUS-DATE = WS-SCAN-BUS-DATE
                       ADD 1 TO WS-COPY-COUNT
                   END-IF
                   IF LOG-RUN-NUMBER NUMERIC
                           AND LOG-BUS-DATE NUMERIC
                           AND LOG-RUN-NUMBER = WS-RUN-NUMBER
                           AND LOG-BUS-DATE = WS-SCAN-BUS-DATE
                           AND WS-COPY-COUNT > WS-LOG-KEEP-RECS
                       CONTINUE
                   ELSE
                       WRITE LOGW-RECORD FROM LOG-DETAIL-LINE
                   END-IF
           END-READ.
       291-CUT-CONVERSION-REPORT.
           MOVE ZERO TO WS-COPY-COUNT.
           OPEN INPUT CONVERSION-REPORT.
           OPEN OUTPUT RESTART-WORK-FILE.
           IF RPT-FILE-STATUS NOT = '00'
                   OR (RSTW-FILE-STATUS NOT = '00'
                       AND RSTW-FILE-STATUS NOT = '05')
               DISPLAY 'CONVERSION REPORT STATUS ' RPT-FILE-STATUS
                   ' RESTART WORK STATUS ' RSTW-FILE-STATUS
               MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
           ELSE
               PERFORM UNTIL WS-COPY-COUNT NOT < WS-COPY-LIMIT
                       OR RPT-FILE-STATUS NOT = '00'
                   READ CONVERSION-REPORT
                       AT END MOVE '10' TO RPT-FILE-STATUS
                       NOT AT END
                           WRITE RSTW-RECORD FROM REPORT-LINE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE CONVERSION-REPORT
               CLOSE RESTART-WORK-FILE
               IF WS-COPY-COUNT < WS-COPY-LIMIT
                   DISPLAY 'CONVERSION REPORT SHORTER THAN CHECKPOINT'
                   MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
               ELSE
                   OPEN INPUT RESTART-WORK-FILE
                   OPEN OUTPUT CONVERSION-REPORT
                   PERFORM UNTIL RSTW-FILE-STATUS NOT = '00'
                       READ RESTART-WORK-FILE
                           AT END MOVE '10' TO RSTW-FILE-STATUS
                           NOT AT END
                               WRITE REPORT-LINE FROM RSTW-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RESTART-WORK-FILE
                   CLOSE CONVERSION-REPORT
               END-IF
           END-IF.
           IF BATCH-ABORTED
               DISPLAY 'BATCH RUN ABORTED - CONVERSION REPORT NOT '
                   'CUT BACK TO CHECKPOINT'
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           END-IF.
       292-CUT-GL-EXTRACT.
           MOVE ZERO TO WS-COPY-COUNT.
           OPEN INPUT GL-EXTRACT-FILE.
           OPEN OUTPUT RESTART-WORK-FILE.
           IF GL-FILE-STATUS NOT = '00'
                   OR (RSTW-FILE-STATUS NOT = '00'
                       AND RSTW-FILE-STATUS NOT = '05')
               DISPLAY 'GL EXTRACT FILE STATUS ' GL-FILE-STATUS
                   ' RESTART WORK STATUS ' RSTW-FILE-STATUS
               MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
           ELSE
               PERFORM UNTIL WS-COPY-COUNT NOT < WS-COPY-LIMIT
                       OR GL-FILE-STATUS NOT = '00'
                   READ GL-EXTRACT-FILE
                       AT END MOVE '10' TO GL-FILE-STATUS
                       NOT AT END
                           WRITE RSTW-RECORD FROM GL-RECORD
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE GL-EXTRACT-FILE
               CLOSE RESTART-WORK-FILE
               IF WS-COPY-COUNT < WS-COPY-LIMIT
                   DISPLAY 'GL EXTRACT SHORTER THAN CHECKPOINT'
                   MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
               ELSE
                   OPEN INPUT RESTART-WORK-FILE
                   OPEN OUTPUT GL-EXTRACT-FILE
                   PERFORM UNTIL RSTW-FILE-STATUS NOT = '00'
                       READ RESTART-WORK-FILE
                           AT END MOVE '10' TO RSTW-FILE-STATUS
                           NOT AT END
                               WRITE GL-RECORD FROM RSTW-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RESTART-WORK-FILE
                   CLOSE GL-EXTRACT-FILE
               END-IF
           END-IF.
           IF BATCH-ABORTED
               DISPLAY 'BATCH RUN ABORTED - GL EXTRACT NOT '
                   'CUT BACK TO CHECKPOINT'
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           END-IF.
       293-CUT-PAYMENT-INSTR.
           MOVE ZERO TO WS-COPY-COUNT.
           OPEN INPUT PAYMENT-INSTR-FILE.
           OPEN OUTPUT RESTART-WORK-FILE.
           IF PAY-FILE-STATUS NOT = '00'
                   OR (RSTW-FILE-STATUS NOT = '00'
                       AND RSTW-FILE-STATUS NOT = '05')
               DISPLAY 'PAYMENT INSTR FILE STATUS ' PAY-FILE-STATUS
                   ' RESTART WORK STATUS ' RSTW-FILE-STATUS
               MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
           ELSE
               PERFORM UNTIL WS-COPY-COUNT NOT < WS-COPY-LIMIT
                       OR PAY-FILE-STATUS NOT = '00'
                   READ PAYMENT-INSTR-FILE
                       AT END MOVE '10' TO PAY-FILE-STATUS
                       NOT AT END
                           WRITE RSTW-RECORD FROM PAY-RECORD
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-INSTR-FILE
               CLOSE RESTART-WORK-FILE
               IF WS-COPY-COUNT < WS-COPY-LIMIT
                   DISPLAY 'PAYMENT INSTR FILE SHORTER THAN CHECKPOINT'
                   MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
               ELSE
                   OPEN INPUT RESTART-WORK-FILE
                   OPEN OUTPUT PAYMENT-INSTR-FILE
                   PERFORM UNTIL RSTW-FILE-STATUS NOT = '00'
                       READ RESTART-WORK-FILE
                           AT END MOVE '10' TO RSTW-FILE-STATUS
                           NOT AT END
                               WRITE PAY-RECORD FROM RSTW-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RESTART-WORK-FILE
                   CLOSE PAYMENT-INSTR-FILE
               END-IF
           END-IF.
           IF BATCH-ABORTED
               DISPLAY 'BATCH RUN ABORTED - PAYMENT INSTR FILE NOT '
                   'CUT BACK TO CHECKPOINT'
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           END-IF.
       294-CUT-HELD-TRAN-FILE.
           OPEN INPUT HELD-TRAN-FILE.
           OPEN OUTPUT RESTART-WORK-FILE.
           IF (HOLD-FILE-STATUS NOT = '00'
                   AND HOLD-FILE-STATUS NOT = '05')
                   OR (RSTW-FILE-STATUS NOT = '00'
                       AND RSTW-FILE-STATUS NOT = '05')
               DISPLAY 'HELD TRANSACTION FILE STATUS ' HOLD-FILE-STATUS
                   ' RESTART WORK STATUS ' RSTW-FILE-STATUS
               MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
           ELSE
               PERFORM UNTIL HOLD-FILE-STATUS NOT = '00'
                   READ HELD-TRAN-FILE INTO HOLD-DETAIL-LINE
                       AT END MOVE '10' TO HOLD-FILE-STATUS
                       NOT AT END
                           IF HOLD-RUN-NUMBER = WS-RUN-NUMBER
                                   AND HOLD-BUS-DATE = WS-SCAN-BUS-DATE
                                   AND HOLD-TRAN-SEQ > WS-HOLD-KEEP-SEQ
                               CONTINUE
                           ELSE
                               WRITE RSTW-RECORD FROM HOLD-DETAIL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-TRAN-FILE
               CLOSE RESTART-WORK-FILE
               OPEN INPUT RESTART-WORK-FILE
               OPEN OUTPUT HELD-TRAN-FILE
               PERFORM UNTIL RSTW-FILE-STATUS NOT = '00'
                   READ RESTART-WORK-FILE
                       AT END MOVE '10' TO RSTW-FILE-STATUS
                       NOT AT END
                           WRITE HOLD-RECORD FROM RSTW-RECORD
                   END-READ
               END-PERFORM
               CLOSE RESTART-WORK-FILE
               CLOSE HELD-TRAN-FILE
           END-IF.
           IF BATCH-ABORTED
               DISPLAY 'BATCH RUN ABORTED - HELD TRANSACTION FILE NOT '
                   'CUT BACK TO CHECKPOINT'
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           END-IF.
       295-CUT-FORWARD-DEALS.
           OPEN INPUT FORWARD-DEAL-FILE.
           OPEN OUTPUT RESTART-WORK-FILE.
           IF (FWD-FILE-STATUS NOT = '00'
                   AND FWD-FILE-STATUS NOT = '05')
                   OR (RSTW-FILE-STATUS NOT = '00'
                       AND RSTW-FILE-STATUS NOT = '05')
               DISPLAY 'FORWARD DEAL FILE STATUS ' FWD-FILE-STATUS
                   ' RESTART WORK STATUS ' RSTW-FILE-STATUS
               MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
           ELSE
               PERFORM UNTIL FWD-FILE-STATUS NOT = '00'
                   READ FORWARD-DEAL-FILE INTO FWD-DETAIL-LINE
                       AT END MOVE '10' TO FWD-FILE-STATUS
                       NOT AT END
                           IF FWD-RUN-NUMBER = WS-RUN-NUMBER
                                   AND FWD-BUS-DATE = WS-SCAN-BUS-DATE
                                   AND FWD-TRAN-SEQ > WS-FWD-KEEP-SEQ
                               CONTINUE
                           ELSE
                               WRITE RSTW-RECORD FROM FWD-DETAIL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORWARD-DEAL-FILE
               CLOSE RESTART-WORK-FILE
               OPEN INPUT RESTART-WORK-FILE
               OPEN OUTPUT FORWARD-DEAL-FILE
               PERFORM UNTIL RSTW-FILE-STATUS NOT = '00'
                   READ RESTART-WORK-FILE
                       AT END MOVE '10' TO RSTW-FILE-STATUS
                       NOT AT END
                           WRITE FWD-RECORD FROM RSTW-RECORD
                   END-READ
               END-PERFORM
               CLOSE RESTART-WORK-FILE
               CLOSE FORWARD-DEAL-FILE
           END-IF.
           IF BATCH-ABORTED
               DISPLAY 'BATCH RUN ABORTED - FORWARD DEAL FILE NOT '
                   'CUT BACK TO CHECKPOINT'
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           END-IF.
       296-CUT-STATEMENT-WORK.
           OPEN INPUT STATEMENT-WORK-FILE.
           OPEN OUTPUT RESTART-WORK-FILE.
           IF (SWRK-FILE-STATUS NOT = '00'
                   AND SWRK-FILE-STATUS NOT = '05')
                   OR (RSTW-FILE-STATUS NOT = '00'
                       AND RSTW-FILE-STATUS NOT = '05')
               DISPLAY 'STATEMENT WORK FILE STATUS ' SWRK-FILE-STATUS
                   ' RESTART WORK STATUS ' RSTW-FILE-STATUS
               MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
           ELSE
               PERFORM UNTIL SWRK-FILE-STATUS NOT = '00'
                   READ STATEMENT-WORK-FILE INTO SWRK-DETAIL-LINE
                       AT END MOVE '10' TO SWRK-FILE-STATUS
                       NOT AT END
                           IF SWRK-TRAN-SEQ NOT > BCKP-TRAN-POS
                               WRITE RSTW-RECORD FROM SWRK-DETAIL-LINE
                               ADD 1 TO STMT-ENTRY-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-WORK-FILE
               CLOSE RESTART-WORK-FILE
               OPEN INPUT RESTART-WORK-FILE
               OPEN OUTPUT STATEMENT-WORK-FILE
               PERFORM UNTIL RSTW-FILE-STATUS NOT = '00'
                   READ RESTART-WORK-FILE
                       AT END MOVE '10' TO RSTW-FILE-STATUS
                       NOT AT END
                           WRITE SWRK-RECORD FROM RSTW-RECORD
                   END-READ
               END-PERFORM
               CLOSE RESTART-WORK-FILE
               CLOSE STATEMENT-WORK-FILE
           END-IF.
           IF BATCH-ABORTED
               DISPLAY 'BATCH RUN ABORTED - STATEMENT WORK FILE NOT '
                   'CUT BACK TO CHECKPOINT'
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           END-IF.
       297-CUT-REVERSAL-WORK.
           OPEN INPUT REVERSAL-WORK-FILE.
           OPEN OUTPUT RESTART-WORK-FILE.
           IF (RVWK-FILE-STATUS NOT = '00'
                   AND RVWK-FILE-STATUS NOT = '05')
                   OR (RSTW-FILE-STATUS NOT = '00'
                       AND RSTW-FILE-STATUS NOT = '05')
               DISPLAY 'REVERSAL WORK FILE STATUS ' RVWK-FILE-STATUS
                   ' RESTART WORK STATUS ' RSTW-FILE-STATUS
               MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
           ELSE
               PERFORM UNTIL RVWK-FILE-STATUS NOT = '00'
                   READ REVERSAL-WORK-FILE INTO RVWK-DETAIL-LINE
                       AT END MOVE '10' TO RVWK-FILE-STATUS
                       NOT AT END
                           IF RVWK-TRAN-SEQ NOT > BCKP-TRAN-POS
                               WRITE RSTW-RECORD FROM RVWK-DETAIL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-WORK-FILE
               CLOSE RESTART-WORK-FILE
               OPEN INPUT RESTART-WORK-FILE
               OPEN OUTPUT REVERSAL-WORK-FILE
               PERFORM UNTIL RSTW-FILE-STATUS NOT = '00'
                   READ RESTART-WORK-FILE
                       AT END MOVE '10' TO RSTW-FILE-STATUS
                       NOT AT END
                           WRITE RVWK-RECORD FROM RSTW-RECORD
                   END-READ
               END-PERFORM
               CLOSE RESTART-WORK-FILE
               CLOSE REVERSAL-WORK-FILE
           END-IF.
           IF BATCH-ABORTED
               DISPLAY 'BATCH RUN ABORTED - REVERSAL WORK FILE NOT '
                   'CUT BACK TO CHECKPOINT'
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           END-IF.
       298-DISCARD-UNPOSTED-RUN.
           IF LIMIT-HOLD-ON
               MOVE ZERO TO WS-HOLD-KEEP-SEQ
               PERFORM 294-CUT-HELD-TRAN-FILE
           END-IF.
           IF SCAN-FORWARDS-SEEN AND NOT BATCH-ABORTED
               MOVE ZERO TO WS-FWD-KEEP-SEQ
               PERFORM 295-CUT-FORWARD-DEALS
           END-IF.
           IF NOT BATCH-ABORTED
               PERFORM 288-CLEAR-BATCH-CHECKPOINT
           END-IF.
       300-BATCH-PROCESS.
           OPEN INPUT TRANSACTION-FILE.
           PERFORM 301-LOAD-RUN-CONTROL.
           IF TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'TRANSACTION FILE STATUS ' TRAN-FILE-STATUS
               DISPLAY 'BATCH RUN ABORTED - NO TRANSACTION FILE'
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               PERFORM 302-SCAN-TRAN-CONTROLS
               IF NOT BATCH-ABORTED
                   PERFORM 280-CHECK-BATCH-CHECKPOINT
               END-IF
               IF NOT BATCH-ABORTED
                   PERFORM 282-OPEN-BATCH-OUTPUTS
               END-IF
               IF BATCH-ABORTED
                   CONTINUE
               ELSE
               IF RPT-FILE-STATUS NOT = '00'
                   DISPLAY 'CONVERSION REPORT STATUS ' RPT-FILE-STATUS
                   DISPLAY 'BATCH RUN ABORTED - NO REPORT FILE'
                   MOVE 16 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               ELSE
               IF GL-FILE-STATUS NOT = '00'
                   DISPLAY 'GL EXTRACT FILE STATUS ' GL-FILE-STATUS
                   DISPLAY 'BATCH RUN ABORTED - NO GL EXTRACT FILE'
                   MOVE 16 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               ELSE
               IF PAY-FILE-STATUS NOT = '00'
                   DISPLAY 'PAYMENT INSTR FILE STATUS ' PAY-FILE-STATUS
                   DISPLAY 'BATCH RUN ABORTED - NO PAYMENT FILE'
                   MOVE 16 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               ELSE
                   IF NOT RESTART-RUN
                       WRITE REPORT-LINE FROM RPT-HEADING-LINE
                       MOVE SPACES TO REPORT-LINE
                       WRITE REPORT-LINE
                       WRITE REPORT-LINE FROM RPT-COLUMN-LINE
                       ADD 3 TO WS-RPT-LINES
                       IF SCAN-TRAILER-SEEN
                           PERFORM 303-CHECK-DUPLICATE-RUN
                       END-IF
                   END-IF
                   IF NOT BATCH-ABORTED
                       PERFORM 305-LOAD-RATE-HISTORY
                       PERFORM 306-OPEN-QUOTE-FILE
                       IF SCAN-FORWARDS-SEEN
                           PERFORM 308-LOAD-FORWARD-POINTS
                       END-IF
                       PERFORM 310-READ-TRANSACTION
                       PERFORM 311-VERIFY-HEADER
                   END-IF
                   IF NOT BATCH-ABORTED AND CUST-LIMITS-HELD
                       PERFORM 314-LOAD-DAILY-TOTALS
                   END-IF
                   IF NOT BATCH-ABORTED
                       IF RESTART-RUN
                           PERFORM 286-RESUME-FROM-CHECKPOINT
                       ELSE
                           PERFORM 378-WRITE-GL-HEADER
                           PERFORM 390-WRITE-PAY-HEADER
                       END-IF
                   END-IF
                   IF NOT BATCH-ABORTED
                       PERFORM 310-READ-TRANSACTION
                       PERFORM UNTIL TRAN-EOF OR TRAILER-SEEN
                               OR BATCH-ABORTED
                           PERFORM 313-ROUTE-TRANSACTION
                           IF NOT TRAILER-SEEN AND NOT BATCH-ABORTED
                               PERFORM 310-READ-TRANSACTION
                           END-IF
                       END-PERFORM
                   END-IF
                   IF BATCH-ABORTED
                       MOVE 'N' TO WS-POS-DIRTY-SWITCH
                       MOVE 'N' TO WS-NB-DIRTY-SWITCH
                       IF QUOTE-FILE-OPEN
                           MOVE ZERO TO WS-QUOTE-KEEP-SEQ
                           PERFORM 347-RELEASE-RUN-QUOTES
                       END-IF
                   ELSE
                       PERFORM 330-PRINT-SUBTOTALS
                       MOVE WS-GRAND-TOTAL TO RPT-GRAND-AMT
                       MOVE WS-FEE-GRAND-TOTAL TO RPT-GRAND-FEE
                       WRITE REPORT-LINE FROM RPT-GRANDTOTAL-LINE
                       IF SCAN-REVERSALS-SEEN
                           PERFORM 339-PRINT-REVERSAL-SECTION
                       END-IF
                       PERFORM 350-PRINT-BALANCING
                       IF RPT-BAL-STATUS = 'IN BALANCE'
                           PERFORM 370-PRINT-STATEMENTS
                           IF GL-SUMMARY-LEVEL
                               PERFORM 385-WRITE-GL-SUMMARY
                           END-IF
                           PERFORM 388-WRITE-GL-TRAILER
                           PERFORM 394-WRITE-PAY-TRAILER
                           PERFORM 304-REGISTER-RUN
                       ELSE
                           DISPLAY 'STATEMENTS AND GL TRAILER '
                               'SUPPRESSED - RUN OUT OF BALANCE'
                           DISPLAY 'POSITIONS, NOSTRO BALANCES, AND '
                               'QUOTE MARKS NOT SAVED'
                           MOVE 'N' TO WS-POS-DIRTY-SWITCH
                           MOVE 'N' TO WS-NB-DIRTY-SWITCH
                           IF QUOTE-FILE-OPEN
                               MOVE ZERO TO WS-QUOTE-KEEP-SEQ
                               PERFORM 347-RELEASE-RUN-QUOTES
                           END-IF
                           MOVE 'Y' TO WS-RUN-DISCARD-SWITCH
                       END-IF
                       IF NOT RUN-DISCARDED
                           PERFORM 288-CLEAR-BATCH-CHECKPOINT
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
           IF TRAN-FILE-STATUS = '00'
               CLOSE TRANSACTION-FILE
           END-IF.
           IF RPT-FILE-STATUS = '00'
               CLOSE CONVERSION-REPORT
           END-IF.
           IF GL-FILE-STATUS = '00'
               CLOSE GL-EXTRACT-FILE
           END-IF.
           IF PAY-FILE-STATUS = '00'
               CLOSE PAYMENT-INSTR-FILE
           END-IF.
           IF HOLD-FILE-STATUS = '00' OR HOLD-FILE-STATUS = '05'
               CLOSE HELD-TRAN-FILE
           END-IF.
           IF FWD-FILE-STATUS = '00' OR FWD-FILE-STATUS = '05'
               CLOSE FORWARD-DEAL-FILE
           END-IF.
           IF STMT-WORK-OPEN
               CLOSE STATEMENT-WORK-FILE
               MOVE 'N' TO WS-SWRK-OPEN-SWITCH
           END-IF.
           IF REV-WORK-OPEN
               CLOSE REVERSAL-WORK-FILE
               MOVE 'N' TO WS-RVWK-OPEN-SWITCH
           END-IF.
           IF QUOTE-FILE-OPEN
               CLOSE QUOTE-FILE
               MOVE 'N' TO WS-QUOTE-OPEN-SWITCH
           END-IF.
           IF RUN-DISCARDED
               PERFORM 298-DISCARD-UNPOSTED-RUN
           END-IF.
       301-LOAD-RUN-CONTROL.
           MOVE ZERO TO RUNC-ENTRY-COUNT.
           MOVE 1 TO WS-RUN-NUMBER.
           MOVE 'N' TO RUNC-EOF-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNC-FILE-STATUS NOT = '00'
                   AND RUNC-FILE-STATUS NOT = '05'
               DISPLAY 'RUN CONTROL FILE STATUS ' RUNC-FILE-STATUS
               DISPLAY 'DUPLICATE RUNS NOT CHECKED THIS RUN'
           ELSE
               PERFORM UNTIL RUNC-EOF
                   READ RUN-CONTROL-FILE INTO RUNC-DETAIL-LINE
                       AT END SET RUNC-EOF TO TRUE
                       NOT AT END
                           IF RUNC-ENTRY-COUNT < WS-MAX-RUNC
                               ADD 1 TO RUNC-ENTRY-COUNT
                               SET R1 TO RUNC-ENTRY-COUNT
                               MOVE RUNC-BUS-DATE
                                   TO RUNC-TAB-DATE (R1)
                               MOVE RUNC-REC-COUNT
                                   TO RUNC-TAB-COUNT (R1)
                               MOVE RUNC-HASH-TOTAL
                                   TO RUNC-TAB-HASH (R1)
                               MOVE RUNC-RUN-NUMBER
                                   TO RUNC-TAB-RUN (R1)
                               MOVE RUNC-RUN-TYPE
                                   TO RUNC-TAB-TYPE (R1)
                           ELSE
                               DISPLAY 'RUN CONTROL TABLE FULL - '
                                   'OLDEST RUNS NOT CHECKED'
                           END-IF
                           IF RUNC-RUN-NUMBER NOT < WS-RUN-NUMBER
                               COMPUTE WS-RUN-NUMBER =
                                   RUNC-RUN-NUMBER + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.
       302-SCAN-TRAN-CONTROLS.
           MOVE ZERO TO WS-SCAN-BUS-DATE.
           MOVE ZERO TO WS-SCAN-COUNT.
           MOVE ZERO TO WS-SCAN-HASH.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           MOVE 'N' TO WS-SCAN-TRL-SWITCH.
           MOVE 'N' TO WS-SCAN-FWD-SWITCH.
           MOVE 'N' TO WS-SCAN-REV-SWITCH.
           PERFORM UNTIL SCAN-EOF
               READ TRANSACTION-FILE
                   AT END SET SCAN-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRAN-REC-TYPE
                           WHEN 'H'
                               MOVE THDR-BUS-DATE
                                   TO WS-SCAN-BUS-DATE
                           WHEN 'T'
                               MOVE TTRL-REC-COUNT TO WS-SCAN-COUNT
                               MOVE TTRL-HASH-TOTAL TO WS-SCAN-HASH
                               MOVE 'Y' TO WS-SCAN-TRL-SWITCH
                           WHEN 'F'
                               MOVE 'Y' TO WS-SCAN-FWD-SWITCH
                           WHEN 'R'
                               MOVE 'Y' TO WS-SCAN-REV-SWITCH
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.
           OPEN INPUT TRANSACTION-FILE.
           MOVE 'N' TO TRAN-EOF-SWITCH.
           IF TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'TRANSACTION FILE STATUS ' TRAN-FILE-STATUS
               DISPLAY 'BATCH RUN ABORTED - REOPEN FAILED'
               MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           END-IF.
       303-CHECK-DUPLICATE-RUN.
           MOVE 'N' TO WS-DUP-RUN-SWITCH.
           PERFORM VARYING R1 FROM 1 BY 1
                   UNTIL R1 > RUNC-ENTRY-COUNT OR DUPLICATE-RUN
               IF (RUNC-TAB-TYPE (R1) = 'B'
                       OR RUNC-TAB-TYPE (R1) = SPACE)
                       AND RUNC-TAB-DATE (R1) = WS-SCAN-BUS-DATE
                       AND RUNC-TAB-COUNT (R1) = WS-SCAN-COUNT
                       AND RUNC-TAB-HASH (R1) = WS-SCAN-HASH
                   MOVE 'Y' TO WS-DUP-RUN-SWITCH
               END-IF
           END-PERFORM.
           IF DUPLICATE-RUN
               IF RERUN-OK
                   DISPLAY 'FILE MATCHES REGISTERED RUN - '
                       'PROCESSED UNDER RERUN OPTION'
               ELSE
                   DISPLAY 'TRANSACTION FILE MATCHES REGISTERED '
                       'RUN - BATCH RUN ABORTED'
                   MOVE SPACES TO RPT-ERR-CODE
                   MOVE 'DUPLICATE RUN - ALREADY POSTED'
                       TO RPT-ERR-MSG
                   PERFORM 315-WRITE-ERROR-LINE
                   MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
                   MOVE 16 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               END-IF
           END-IF.
       304-REGISTER-RUN.
           MOVE WS-EXPECT-BUS-DATE TO RUNC-BUS-DATE.
           MOVE WS-EXPECT-COUNT TO RUNC-REC-COUNT.
           MOVE WS-EXPECT-HASH TO RUNC-HASH-TOTAL.
           MOVE WS-RUN-NUMBER TO RUNC-RUN-NUMBER.
           MOVE WS-RUNC-TYPE TO RUNC-RUN-TYPE.
           MOVE GL-REC-COUNT TO RUNC-GL-COUNT.
           MOVE GL-NET-AMOUNT TO RUNC-GL-NET.
           MOVE PAY-REC-COUNT TO RUNC-PAY-COUNT.
           MOVE PAY-HASH-TOTAL TO RUNC-PAY-HASH.
           MOVE WS-GL-LEVEL TO RUNC-GL-LEVEL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUNC-FILE-STATUS NOT = '00'
                   AND RUNC-FILE-STATUS NOT = '05'
               DISPLAY 'RUN CONTROL FILE STATUS ' RUNC-FILE-STATUS
               DISPLAY 'COMPLETED RUN NOT REGISTERED'
               MOVE 4 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               WRITE RUNC-RECORD FROM RUNC-DETAIL-LINE
               CLOSE RUN-CONTROL-FILE
           END-IF.
       305-LOAD-RATE-HISTORY.
           MOVE ZERO TO HIST-ENTRY-COUNT.
           MOVE 'N' TO HIST-EOF-SWITCH.
           OPEN INPUT RATE-HISTORY.
           IF HIST-FILE-STATUS = '00'
               PERFORM UNTIL HIST-EOF
                   READ RATE-HISTORY INTO HIST-DETAIL-LINE
                       AT END SET HIST-EOF TO TRUE
                       NOT AT END
                           IF HIST-ENTRY-COUNT < WS-MAX-HIST
                               ADD 1 TO HIST-ENTRY-COUNT
                           ELSE
                               PERFORM 307-SLIDE-HISTORY-TABLE
                           END-IF
                           SET H1 TO HIST-ENTRY-COUNT
                           MOVE HIST-CODE TO HIST-TAB-CODE (H1)
                           MOVE HIST-OLD-RATE
                               TO HIST-TAB-RATE (H1)
                           MOVE HIST-EFF-FROM
                               TO HIST-TAB-FROM (H1)
                           MOVE HIST-EFF-TO TO HIST-TAB-TO (H1)
                   END-READ
               END-PERFORM
               CLOSE RATE-HISTORY
           END-IF.
       307-SLIDE-HISTORY-TABLE.
           IF NOT HIST-TABLE-OVERFLOWED
               DISPLAY 'RATE HISTORY TABLE FULL - NEWEST '
                   WS-MAX-HIST ' SPANS KEPT'
               MOVE 'Y' TO WS-HIST-OVERFLOW-SWITCH
           END-IF.
           PERFORM VARYING H1 FROM 1 BY 1
                   UNTIL H1 > WS-MAX-HIST - 1
               MOVE HIST-ENTRY (H1 + 1) TO HIST-ENTRY (H1)
           END-PERFORM.
       308-LOAD-FORWARD-POINTS.
           MOVE ZERO TO FPT-ENTRY-COUNT.
           MOVE 'N' TO WS-FPT-EOF-SWITCH.
           OPEN INPUT FORWARD-POINTS-FILE.
           IF FPT-FILE-STATUS NOT = '00'
                   AND FPT-FILE-STATUS NOT = '05'
               DISPLAY 'FORWARD POINTS FILE STATUS ' FPT-FILE-STATUS
               DISPLAY 'FORWARD BOOKINGS WILL BE REJECTED THIS RUN'
           ELSE
               PERFORM UNTIL FPT-EOF
                   READ FORWARD-POINTS-FILE
                       AT END SET FPT-EOF TO TRUE
                       NOT AT END
                           IF FPT-TENOR-IN NOT NUMERIC
                                   OR FPT-POINTS-IN NOT NUMERIC
                               DISPLAY 'FORWARD POINTS FOR '
                                   FPT-CODE-IN ' NOT NUMERIC - SKIPPED'
                           ELSE
                           IF FPT-ENTRY-COUNT < WS-MAX-FWD-POINTS
                               ADD 1 TO FPT-ENTRY-COUNT
                               SET FP1 TO FPT-ENTRY-COUNT
                               MOVE FPT-CODE-IN TO FPT-TAB-CODE (FP1)
                               MOVE FPT-TENOR-IN
                                   TO FPT-TAB-TENOR (FP1)
                               MOVE FPT-POINTS-IN
                                   TO FPT-TAB-POINTS (FP1)
                           ELSE
                               DISPLAY 'FORWARD POINTS TABLE FULL - '
                                   'REMAINING TENORS SKIPPED'
                               SET FPT-EOF TO TRUE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORWARD-POINTS-FILE
           END-IF.
       310-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END SET TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-TRAN-POS
                   MOVE TRAN-CODE-IN TO CODE-IN
                   MOVE TRAN-AMOUNT-IN TO AMOUNT-IN
                   MOVE TRAN-TO-CODE TO WS-CROSS-CODE
                   IF TRAN-VALUE-DATE NUMERIC
                       MOVE TRAN-VALUE-DATE TO WS-VALUE-DATE
                   ELSE
                       MOVE ZERO TO WS-VALUE-DATE
                   END-IF
                   MOVE TRAN-ACCOUNT TO WS-ACCOUNT
                   MOVE TRAN-QUOTE-ID TO WS-QUOTE-ID-IN
                   MOVE 'N' TO WS-ROLLED-SWITCH
           END-READ.
       311-VERIFY-HEADER.
           IF NOT (PARM-BUS-DATE NUMERIC
                   AND PARM-BUS-DATE NOT = '00000000')
               MOVE WS-TODAY-DATE TO WS-EXPECT-BUS-DATE
           ELSE
               MOVE PARM-BUS-DATE TO WS-EXPECT-BUS-DATE
           END-IF.
           IF TRAN-EOF OR THDR-REC-TYPE NOT = 'H'
               DISPLAY 'TRANSACTION CONTROL HEADER MISSING - '
                   'BATCH RUN ABORTED'
               MOVE SPACES TO RPT-ERR-CODE
               MOVE 'CONTROL HEADER MISSING' TO RPT-ERR-MSG
               PERFORM 315-WRITE-ERROR-LINE
               MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               IF THDR-BUS-DATE NOT = WS-EXPECT-BUS-DATE
                   DISPLAY 'TRANSACTION FILE BUSINESS DATE '
                       THDR-BUS-DATE ' EXPECTED ' WS-EXPECT-BUS-DATE
                       ' - BATCH RUN ABORTED'
                   MOVE SPACES TO RPT-ERR-CODE
                   MOVE 'WRONG BUSINESS DATE' TO RPT-ERR-MSG
                   PERFORM 315-WRITE-ERROR-LINE
                   MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
                   MOVE 16 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               END-IF
           END-IF.
       313-ROUTE-TRANSACTION.
           EVALUATE TRAN-REC-TYPE
               WHEN 'D'
                   ADD 1 TO WS-DETAIL-READ
                   IF TRAN-AMOUNT-IN NUMERIC
                       ADD TRAN-AMOUNT-IN TO WS-HASH-ACCUM
                   END-IF
                   PERFORM 320-CONVERT-TRANSACTION
                   PERFORM 283-CHECKPOINT-IF-DUE
               WHEN 'F'
                   ADD 1 TO WS-DETAIL-READ
                   IF TRAN-AMOUNT-IN NUMERIC
                       ADD TRAN-AMOUNT-IN TO WS-HASH-ACCUM
                   END-IF
                   PERFORM 341-BOOK-FORWARD
                   PERFORM 283-CHECKPOINT-IF-DUE
               WHEN 'R'
                   ADD 1 TO WS-DETAIL-READ
                   IF TRAN-AMOUNT-IN NUMERIC
                       ADD TRAN-AMOUNT-IN TO WS-HASH-ACCUM
                   END-IF
                   PERFORM 331-REVERSE-TRANSACTION
                   PERFORM 283-CHECKPOINT-IF-DUE
               WHEN 'T'
                   SET TRAILER-SEEN TO TRUE
                   MOVE TTRL-REC-COUNT TO WS-EXPECT-COUNT
                   MOVE TTRL-HASH-TOTAL TO WS-EXPECT-HASH
               WHEN OTHER
                   MOVE SPACES TO RPT-ERR-CODE
                   MOVE 'INVALID RECORD TYPE' TO RPT-ERR-MSG
                   PERFORM 315-WRITE-ERROR-LINE
           END-EVALUATE.
       320-CONVERT-TRANSACTION.
           PERFORM 205-EDIT-INPUT.
           IF EDIT-OK AND WS-CROSS-CODE NOT = SPACES
               PERFORM 207-EDIT-CROSS-CODE
           END-IF.
           IF EDIT-OK
               PERFORM 317-EDIT-ACCOUNT
           END-IF.
           IF EDIT-FAILED
               MOVE CODE-IN TO RPT-ERR-CODE
               MOVE WS-ERROR-MSG TO RPT-ERR-MSG
               PERFORM 315-WRITE-ERROR-LINE
           ELSE
               IF WS-QUOTE-ID-IN NOT = SPACES
                   PERFORM 321-CONVERT-WITH-QUOTE
               ELSE
                   IF WS-CROSS-CODE NOT = SPACES
                       PERFORM 327-CROSS-CONVERT-TRAN
                   ELSE
                       PERFORM 325-SEARCH-AND-CONVERT
                   END-IF
               END-IF
           END-IF.
       317-EDIT-ACCOUNT.
           MOVE SPACE TO WS-CUST-TIER.
           MOVE 'N' TO WS-LIMIT-TRACK-SWITCH.
           IF CUST-MASTER-HELD
               MOVE WS-ACCOUNT TO WS-CUST-ACCT
               PERFORM 357-FIND-CUSTOMER
               EVALUATE TRUE
                   WHEN NOT CUSTOMER-FOUND
                       MOVE 'ACCOUNT NOT ON FILE' TO WS-ERROR-MSG
                       SET EDIT-FAILED TO TRUE
                   WHEN WS-CUST-STATUS = 'C' OR WS-CUST-STATUS = 'c'
                       MOVE 'ACCOUNT CLOSED' TO WS-ERROR-MSG
                       SET EDIT-FAILED TO TRUE
                   WHEN WS-CUST-STATUS = 'B' OR WS-CUST-STATUS = 'b'
                       MOVE 'ACCOUNT BLOCKED' TO WS-ERROR-MSG
                       SET EDIT-FAILED TO TRUE
                   WHEN WS-CUST-LIMIT > ZERO
                           AND (TRAN-REC-TYPE = 'D'
                               OR TRAN-REC-TYPE = 'F')
                       PERFORM 318-CHECK-DAILY-LIMIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       318-CHECK-DAILY-LIMIT.
           MOVE ZERO TO WS-LIMIT-EST-USD.
           IF CODE-IN = 'USD'
               MOVE AMOUNT-IN TO WS-LIMIT-EST-USD
           ELSE
               MOVE CODE-IN TO WS-MAINT-CODE
               PERFORM 440-FIND-MAINT-CODE
               IF MAINT-FOUND
                   MOVE EXCHANGE-RATE (X1) TO WS-RATE-WORK
                   MOVE COUNTRY-RATE-SCALE (X1) TO WS-SCALE-IN
                   PERFORM 940-COMPUTE-EFF-RATE
                   IF WS-EFF-RATE > ZERO
                       COMPUTE WS-LIMIT-EST-USD ROUNDED =
                           AMOUNT-IN / WS-EFF-RATE
                   END-IF
               END-IF
           END-IF.
           MOVE WS-ACCOUNT TO WS-DAYT-ACCT.
           PERFORM 312-FIND-DAILY-TOTAL.
           IF DAY-TOTAL-FOUND
               COMPUTE WS-LIMIT-NEW-TOTAL =
                   DAYT-USD (DT1) + WS-LIMIT-EST-USD
           ELSE
               MOVE WS-LIMIT-EST-USD TO WS-LIMIT-NEW-TOTAL
           END-IF.
           IF WS-LIMIT-NEW-TOTAL > WS-CUST-LIMIT
                   OR (DAYT-TABLE-OVERFLOWED AND NOT DAY-TOTAL-FOUND)
               SET EDIT-FAILED TO TRUE
               IF LIMIT-HOLD-ON
                   MOVE TRAN-RECORD TO HOLD-TRAN-IMAGE
                   MOVE WS-EXPECT-BUS-DATE TO HOLD-BUS-DATE
                   MOVE WS-RUN-NUMBER TO HOLD-RUN-NUMBER
                   MOVE WS-TRAN-POS TO HOLD-TRAN-SEQ
                   MOVE WS-LIMIT-EST-USD TO HOLD-EST-USD
                   MOVE WS-LIMIT-NEW-TOTAL TO HOLD-DAY-TOTAL
                   MOVE WS-CUST-LIMIT TO HOLD-DAILY-LIMIT
                   WRITE HOLD-RECORD FROM HOLD-DETAIL-LINE
                   MOVE 'OVER DAILY LIMIT - HELD' TO WS-ERROR-MSG
               ELSE
                   MOVE 'OVER DAILY USD LIMIT' TO WS-ERROR-MSG
               END-IF
               IF WS-LIMIT-NEW-TOTAL NOT > WS-CUST-LIMIT
                   IF LIMIT-HOLD-ON
                       MOVE 'DAY TOTAL UNKNOWN - HELD' TO WS-ERROR-MSG
                   ELSE
                       MOVE 'DAY TOTAL UNKNOWN' TO WS-ERROR-MSG
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-LIMIT-TRACK-SWITCH
           END-IF.
       312-FIND-DAILY-TOTAL.
           MOVE 'N' TO WS-DAYT-FOUND-SWITCH.
           PERFORM VARYING DT1 FROM 1 BY 1
                   UNTIL DT1 > DAYT-ENTRY-COUNT OR DAY-TOTAL-FOUND
               IF DAYT-ACCOUNT (DT1) = WS-DAYT-ACCT
                   MOVE 'Y' TO WS-DAYT-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF DAY-TOTAL-FOUND
               SET DT1 DOWN BY 1
           END-IF.
       319-ADD-DAILY-TOTAL.
           PERFORM 312-FIND-DAILY-TOTAL.
           IF DAY-TOTAL-FOUND
               ADD WS-DAYT-USD TO DAYT-USD (DT1)
           ELSE
               IF DAYT-ENTRY-COUNT < WS-MAX-DAY-TOTALS
                   ADD 1 TO DAYT-ENTRY-COUNT
                   SET DT1 TO DAYT-ENTRY-COUNT
                   MOVE WS-DAYT-ACCT TO DAYT-ACCOUNT (DT1)
                   MOVE WS-DAYT-USD TO DAYT-USD (DT1)
               ELSE
                   IF NOT DAYT-TABLE-OVERFLOWED
                       DISPLAY 'DAILY TOTAL TABLE FULL - '
                           'LIMITED ACCOUNTS NOT IN THE TABLE ARE '
                           'HELD OR REJECTED'
                       MOVE 'Y' TO WS-DAYT-OVERFLOW-SWITCH
                       MOVE 4 TO WS-RAISE-CODE
                       PERFORM 920-RAISE-COMPLETION
                   END-IF
               END-IF
           END-IF.
       309-REDUCE-DAILY-TOTAL.
           PERFORM 312-FIND-DAILY-TOTAL.
           IF DAY-TOTAL-FOUND
               IF WS-DAYT-USD < DAYT-USD (DT1)
                   SUBTRACT WS-DAYT-USD FROM DAYT-USD (DT1)
               ELSE
                   MOVE ZERO TO DAYT-USD (DT1)
               END-IF
           END-IF.
       314-LOAD-DAILY-TOTALS.
           MOVE ZERO TO DAYT-ENTRY-COUNT.
           MOVE 'N' TO WS-DAYT-OVERFLOW-SWITCH.
           MOVE 'N' TO WS-DAYT-EOF-SWITCH.
           MOVE 'N' TO WS-CROSS-LEG-SWITCH.
           IF CLOG-FILE-STATUS NOT = '00'
               DISPLAY 'DAILY LIMITS CHECKED AGAINST THIS RUN ONLY'
           ELSE
               CLOSE CONVERSION-LOG
               OPEN INPUT CONVERSION-LOG
               IF CLOG-FILE-STATUS NOT = '00'
                   DISPLAY 'CONVERSION LOG FILE STATUS '
                       CLOG-FILE-STATUS
                   DISPLAY 'DAILY LIMITS CHECKED AGAINST THIS RUN ONLY'
               ELSE
                   PERFORM UNTIL DAYT-EOF
                       READ CONVERSION-LOG INTO LOG-DETAIL-LINE
                           AT END SET DAYT-EOF TO TRUE
                           NOT AT END PERFORM 316-POST-LOGGED-DAY-TOTAL
                       END-READ
                   END-PERFORM
                   CLOSE CONVERSION-LOG
                   PERFORM 356-LOAD-BOOKED-DAY-TOTALS
               END-IF
               OPEN EXTEND CONVERSION-LOG
               IF CLOG-FILE-STATUS NOT = '00'
                   DISPLAY 'CONVERSION LOG FILE STATUS '
                       CLOG-FILE-STATUS
                   DISPLAY 'CONVERSIONS WILL NOT BE LOGGED THIS RUN'
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               END-IF
           END-IF.
       316-POST-LOGGED-DAY-TOTAL.
           IF LOG-RUN-NUMBER NUMERIC
               MOVE LOG-RUN-NUMBER TO WS-DAYT-RUN
           ELSE
               MOVE ZERO TO WS-DAYT-RUN
           END-IF.
           PERFORM 354-CHECK-COUNTED-RUN.
           IF LOG-BUS-DATE NUMERIC
                   AND LOG-BUS-DATE = WS-EXPECT-BUS-DATE
                   AND LOG-ACCOUNT NOT = SPACES
                   AND DAYT-RUN-COUNTED
                   AND LOG-DIRECTION NOT = 'E'
                   AND LOG-DIRECTION NOT = 'R'
                   AND NOT (LOG-DIRECTION = 'C' AND SECOND-CROSS-LEG)
               MOVE LOG-ACCOUNT TO WS-CUST-ACCT
               PERFORM 357-FIND-CUSTOMER
               IF CUSTOMER-FOUND AND WS-CUST-LIMIT > ZERO
                   IF LOG-DIRECTION = 'U' OR LOG-DIRECTION = 'u'
                       MOVE LOG-AMOUNT TO WS-LOG-AMT-N
                       MOVE WS-LOG-AMT-N TO WS-DAYT-USD
                   ELSE
                       MOVE LOG-RESULT TO WS-LOG-RES-N
                       MOVE WS-LOG-RES-N TO WS-DAYT-USD
                   END-IF
                   MOVE LOG-ACCOUNT TO WS-DAYT-ACCT
                   PERFORM 319-ADD-DAILY-TOTAL
               END-IF
           END-IF.
           IF LOG-DIRECTION = 'R' AND NOT SECOND-CROSS-LEG
                   AND LOG-REV-BUS-DATE = WS-EXPECT-BUS-DATE
                   AND DAYT-RUN-COUNTED
               MOVE LOG-RESULT TO WS-LOG-RES-N
               MOVE WS-LOG-RES-N TO WS-DAYT-USD
               MOVE LOG-ACCOUNT TO WS-DAYT-ACCT
               PERFORM 309-REDUCE-DAILY-TOTAL
           END-IF.
           PERFORM 359-TRACK-CROSS-LEG.
       359-TRACK-CROSS-LEG.
           IF (LOG-DIRECTION = 'C'
                   OR (LOG-DIRECTION = 'R' AND LOG-REV-ORIG-DIR = 'C'))
                   AND NOT SECOND-CROSS-LEG
               MOVE 'Y' TO WS-CROSS-LEG-SWITCH
           ELSE
               MOVE 'N' TO WS-CROSS-LEG-SWITCH
           END-IF.
       315-WRITE-ERROR-LINE.
           WRITE REPORT-LINE FROM RPT-ERROR-LINE.
           ADD 1 TO WS-RPT-LINES.
           ADD 1 TO WS-ERROR-COUNT.
           ADD 1 TO WS-TRAN-REJECTED.
           MOVE RPT-ERR-CODE TO LOG-CODE.
           MOVE ZERO TO LOG-AMOUNT.
           MOVE ZERO TO LOG-RATE.
           MOVE ZERO TO LOG-SCALED-RATE.
           MOVE ZERO TO LOG-RESULT.
           MOVE ZERO TO LOG-FEE.
           MOVE 'E' TO LOG-DIRECTION.
           PERFORM 905-WRITE-LOG-RECORD.
       321-CONVERT-WITH-QUOTE.
           PERFORM 322-FIND-QUOTE.
           MOVE SPACES TO WS-ERROR-MSG.
           EVALUATE TRUE
               WHEN WS-CROSS-CODE NOT = SPACES
                   MOVE 'QUOTE NOT VALID FOR CROSS' TO WS-ERROR-MSG
               WHEN NOT QUOTE-FOUND
                   MOVE 'QUOTE NOT ON FILE' TO WS-ERROR-MSG
               WHEN QWR-USED-FLAG = 'Y'
                   MOVE 'QUOTE ALREADY USED' TO WS-ERROR-MSG
               WHEN WS-EXPECT-BUS-DATE > QWR-EXPIRY-DATE
                   MOVE 'QUOTE EXPIRED' TO WS-ERROR-MSG
               WHEN QWR-CODE NOT = CODE-IN
                   MOVE 'QUOTE CURRENCY MISMATCH' TO WS-ERROR-MSG
               WHEN QWR-DIRECTION NOT = 'F'
                   MOVE 'QUOTE NOT FOR THIS DIRECTION' TO WS-ERROR-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-ERROR-MSG NOT = SPACES
               MOVE CODE-IN TO RPT-ERR-CODE
               MOVE WS-ERROR-MSG TO RPT-ERR-MSG
               PERFORM 315-WRITE-ERROR-LINE
           ELSE
               PERFORM 323-CONVERT-AT-QUOTED-RATE
           END-IF.
       322-FIND-QUOTE.
           MOVE 'N' TO WS-QUOTE-FOUND-SWITCH.
           IF QUOTE-FILE-OPEN
               MOVE WS-QUOTE-ID-IN TO QUOTE-KEY-ID
               READ QUOTE-FILE INTO QUOTE-DETAIL-LINE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-QUOTE-FOUND-SWITCH
                       IF QWR-SCALE NOT NUMERIC OR QWR-SCALE = ZERO
                           MOVE 1 TO QWR-SCALE
                       END-IF
               END-READ
           END-IF.
       323-CONVERT-AT-QUOTED-RATE.
           MOVE CODE-IN TO WS-MAINT-CODE.
           PERFORM 440-FIND-MAINT-CODE.
           IF NOT MAINT-FOUND
               MOVE CODE-IN TO RPT-ERR-CODE
               MOVE 'CODE NOT IN TABLE' TO RPT-ERR-MSG
               PERFORM 315-WRITE-ERROR-LINE
           ELSE
               MOVE QWR-CUST-RATE TO WS-CUST-RATE
               MOVE QWR-SCALE TO WS-SCALE-IN
               IF WS-SCALE-IN = ZERO
                   MOVE 1 TO WS-SCALE-IN
               END-IF
               COMPUTE WS-EFF-RATE ROUNDED =
                   WS-CUST-RATE * WS-SCALE-IN
               COMPUTE WS-RESULT ROUNDED =
                   AMOUNT-IN / WS-EFF-RATE
               MOVE WS-RESULT TO WS-MID-RESULT
               MOVE ZERO TO WS-FEE-AMOUNT
               MOVE ZERO TO WS-FEE-TOTAL
               MOVE CODE-IN TO RPT-CODE
               MOVE AMOUNT-IN TO RPT-FOREIGN-AMT
               MOVE WS-CUST-RATE TO RPT-RATE
               MOVE WS-RESULT TO RPT-USD-AMT
               MOVE QWR-QUOTE-DATE TO RPT-RATE-DATE
               MOVE WS-CUST-RATE TO RPT-CUST-RATE
               MOVE ZERO TO RPT-FEE-AMT
               MOVE WS-SCALE-IN TO RPT-SCALE
               MOVE 'QUOTE' TO RPT-STALE-FLAG
               MOVE 'N' TO WS-POS-WARN-SWITCH
               SET WS-POS-NDX TO X1
               MOVE WS-RESULT TO WS-POS-DELTA
               PERFORM 950-UPDATE-POSITION
               IF POSITION-BREACHED
                   MOVE 'LIMIT' TO RPT-LIMIT-FLAG
               ELSE
                   MOVE SPACES TO RPT-LIMIT-FLAG
               END-IF
               IF DATE-WAS-ROLLED
                   MOVE WS-VALUE-DATE TO RPT-ROLL-DATE
               ELSE
                   MOVE SPACES TO RPT-ROLL-DATE
               END-IF
               WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               ADD 1 TO WS-RPT-LINES
               ADD WS-RESULT TO COUNTRY-SUBTOTAL (X1)
               ADD WS-RESULT TO WS-GRAND-TOTAL
               ADD 1 TO WS-TRAN-ACCEPTED
               MOVE CODE-IN TO WS-STMT-CODE
               MOVE AMOUNT-IN TO WS-STMT-FOREIGN
               MOVE WS-EFF-RATE TO WS-STMT-RATE
               MOVE WS-RESULT TO WS-STMT-USD
               PERFORM 365-CAPTURE-STATEMENT
               MOVE CODE-IN TO PAY-W-CODE
               MOVE AMOUNT-IN TO PAY-W-FOREIGN
               MOVE WS-RESULT TO PAY-W-USD
               MOVE WS-EFF-RATE TO PAY-W-RATE
               PERFORM 392-WRITE-PAY-INSTRUCTION
               IF GL-SUMMARY-LEVEL
                   ADD WS-MID-RESULT TO GL-NOSTRO-DR (X1)
                   ADD WS-RESULT TO GL-CLEARING-CR-TOTAL
               ELSE
                   PERFORM 382-WRITE-GL-CONVERSION
               END-IF
               ADD AMOUNT-IN TO NB-FOREIGN (X1)
               ADD WS-MID-RESULT TO NB-USD (X1)
               MOVE 'Y' TO WS-NB-DIRTY-SWITCH
               MOVE 'Y' TO QWR-USED-FLAG
               MOVE WS-RUN-NUMBER TO QWR-USED-RUN
               MOVE WS-TRAN-POS TO QWR-USED-SEQ
               PERFORM 324-MARK-QUOTE-USED
               MOVE WS-CUST-RATE TO WS-RATE-USED
               PERFORM 900-LOG-CONVERSION
           END-IF.
       341-BOOK-FORWARD.
           PERFORM 205-EDIT-INPUT.
           IF EDIT-OK
               PERFORM 342-EDIT-FORWARD
           END-IF.
           IF EDIT-OK
               PERFORM 317-EDIT-ACCOUNT
           END-IF.
           IF EDIT-FAILED
               MOVE CODE-IN TO RPT-ERR-CODE
               MOVE WS-ERROR-MSG TO RPT-ERR-MSG
               PERFORM 315-WRITE-ERROR-LINE
           ELSE
               PERFORM 344-POST-FORWARD-DEAL
               IF LIMIT-TRACKED
                   MOVE WS-ACCOUNT TO WS-DAYT-ACCT
                   MOVE WS-FWD-USD TO WS-DAYT-USD
                   PERFORM 319-ADD-DAILY-TOTAL
               END-IF
           END-IF.
       342-EDIT-FORWARD.
           IF CODE-IN = 'USD'
               MOVE 'U' TO WS-FWD-DIRECTION
               MOVE WS-CROSS-CODE TO WS-FWD-CODE
           ELSE
               MOVE 'F' TO WS-FWD-DIRECTION
               MOVE CODE-IN TO WS-FWD-CODE
               IF WS-CROSS-CODE = SPACES
                   MOVE 'USD' TO WS-CROSS-CODE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-FWD-DIRECTION = 'F' AND WS-CROSS-CODE NOT = 'USD'
                   MOVE 'FORWARD PAIR MUST INCLUDE USD' TO WS-ERROR-MSG
                   SET EDIT-FAILED TO TRUE
               WHEN WS-FWD-CODE = SPACES OR WS-FWD-CODE = 'USD'
                   MOVE 'INVALID FORWARD PAIR' TO WS-ERROR-MSG
                   SET EDIT-FAILED TO TRUE
               WHEN WS-VALUE-DATE = ZERO
                   MOVE 'MATURITY DATE REQUIRED' TO WS-ERROR-MSG
                   SET EDIT-FAILED TO TRUE
               WHEN WS-VALUE-DATE NOT > WS-EXPECT-BUS-DATE
                   MOVE 'MATURITY NOT AFTER BUS DATE' TO WS-ERROR-MSG
                   SET EDIT-FAILED TO TRUE
               WHEN OTHER
                   MOVE WS-FWD-CODE TO WS-MAINT-CODE
                   PERFORM 440-FIND-MAINT-CODE
                   IF NOT MAINT-FOUND
                       MOVE 'CODE NOT IN TABLE' TO WS-ERROR-MSG
                       SET EDIT-FAILED TO TRUE
                   ELSE
                       PERFORM 343-FIND-FORWARD-POINTS
                       IF NOT FWD-POINTS-FOUND
                           MOVE 'NO FORWARD POINTS FOR TENOR'
                               TO WS-ERROR-MSG
                           SET EDIT-FAILED TO TRUE
                       ELSE
                           COMPUTE WS-FWD-RATE-CHECK =
                               EXCHANGE-RATE (X1) + WS-FWD-POINTS
                           IF WS-FWD-RATE-CHECK NOT > ZERO
                               MOVE 'FORWARD RATE NOT POSITIVE'
                                   TO WS-ERROR-MSG
                               SET EDIT-FAILED TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       343-FIND-FORWARD-POINTS.
           COMPUTE WS-FWD-TENOR =
               FUNCTION INTEGER-OF-DATE (WS-VALUE-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-EXPECT-BUS-DATE).
           MOVE 'N' TO WS-FPT-FOUND-SWITCH.
           MOVE 99999 TO WS-FWD-BEST-TENOR.
           MOVE ZERO TO WS-FWD-POINTS.
           PERFORM VARYING FP1 FROM 1 BY 1
                   UNTIL FP1 > FPT-ENTRY-COUNT
               IF FPT-TAB-CODE (FP1) = WS-FWD-CODE
                       AND FPT-TAB-TENOR (FP1) NOT < WS-FWD-TENOR
                       AND FPT-TAB-TENOR (FP1) < WS-FWD-BEST-TENOR
                   MOVE FPT-TAB-TENOR (FP1) TO WS-FWD-BEST-TENOR
                   MOVE FPT-TAB-POINTS (FP1) TO WS-FWD-POINTS
                   MOVE 'Y' TO WS-FPT-FOUND-SWITCH
               END-IF
           END-PERFORM.
       344-POST-FORWARD-DEAL.
           MOVE WS-FWD-CODE TO WS-MAINT-CODE.
           PERFORM 440-FIND-MAINT-CODE.
           MOVE WS-FWD-RATE-CHECK TO WS-RATE-WORK.
           MOVE COUNTRY-RATE-SCALE (X1) TO WS-SCALE-IN.
           PERFORM 940-COMPUTE-EFF-RATE.
           MOVE 'N' TO WS-POS-WARN-SWITCH.
           SET WS-POS-NDX TO X1.
           IF WS-FWD-DIRECTION = 'F'
               MOVE AMOUNT-IN TO WS-FWD-FOREIGN
               COMPUTE WS-FWD-USD ROUNDED = AMOUNT-IN / WS-EFF-RATE
               MOVE WS-FWD-USD TO WS-POS-DELTA
           ELSE
               MOVE AMOUNT-IN TO WS-FWD-USD
               COMPUTE WS-FWD-FOREIGN ROUNDED = AMOUNT-IN * WS-EFF-RATE
               COMPUTE WS-POS-DELTA = ZERO - AMOUNT-IN
           END-IF.
           PERFORM 950-UPDATE-POSITION.
           MOVE WS-EXPECT-BUS-DATE TO FWD-BUS-DATE.
           MOVE WS-RUN-NUMBER TO FWD-RUN-NUMBER.
           MOVE WS-TRAN-POS TO FWD-TRAN-SEQ.
           MOVE WS-ACCOUNT TO FWD-ACCOUNT.
           MOVE CODE-IN TO FWD-FROM-CODE.
           MOVE WS-CROSS-CODE TO FWD-TO-CODE.
           MOVE AMOUNT-IN TO FWD-AMOUNT.
           MOVE WS-VALUE-DATE TO FWD-MATURITY.
           MOVE WS-FWD-TENOR TO FWD-TENOR.
           MOVE EXCHANGE-RATE (X1) TO FWD-SPOT-RATE.
           MOVE WS-FWD-POINTS TO FWD-POINTS.
           MOVE WS-FWD-RATE-CHECK TO FWD-CONTRACT-RATE.
           MOVE WS-SCALE-IN TO FWD-RATE-SCALE.
           MOVE WS-FWD-FOREIGN TO FWD-FOREIGN-AMT.
           MOVE WS-FWD-USD TO FWD-USD-AMT.
           MOVE 'O' TO FWD-STATUS.
           MOVE ZERO TO FWD-SETTLE-DATE.
           MOVE ZERO TO FWD-SETTLE-RUN.
           WRITE FWD-RECORD FROM FWD-DETAIL-LINE.
           MOVE CODE-IN TO RPT-FWD-CODE.
           MOVE AMOUNT-IN TO RPT-FWD-AMOUNT.
           MOVE WS-CROSS-CODE TO RPT-FWD-TO-CODE.
           MOVE WS-FWD-RATE-CHECK TO RPT-FWD-RATE.
           MOVE WS-VALUE-DATE TO RPT-FWD-MATURITY.
           MOVE WS-FWD-USD TO RPT-FWD-USD.
           IF POSITION-BREACHED
               MOVE 'LIMIT' TO RPT-FWD-LIMIT-FLAG
           ELSE
               MOVE SPACES TO RPT-FWD-LIMIT-FLAG
           END-IF.
           WRITE REPORT-LINE FROM RPT-FORWARD-LINE.
           ADD 1 TO WS-RPT-LINES.
           ADD 1 TO WS-TRAN-ACCEPTED.
       347-RELEASE-RUN-QUOTES.
           MOVE ZERO TO WS-QUOTE-RELEASED.
           MOVE 'N' TO QUOTE-EOF-SWITCH.
           MOVE LOW-VALUES TO QUOTE-KEY-ID.
           START QUOTE-FILE KEY IS NOT LESS THAN QUOTE-KEY-ID
               INVALID KEY SET QUOTE-EOF TO TRUE
           END-START.
           PERFORM UNTIL QUOTE-EOF
               READ QUOTE-FILE NEXT RECORD INTO QUOTE-DETAIL-LINE
                   AT END SET QUOTE-EOF TO TRUE
                   NOT AT END
                       IF QWR-USED-FLAG = 'Y'
                               AND QWR-USED-RUN = WS-RUN-NUMBER
                               AND QWR-USED-SEQ > WS-QUOTE-KEEP-SEQ
                           MOVE 'N' TO QWR-USED-FLAG
                           MOVE ZERO TO QWR-USED-RUN
                           MOVE ZERO TO QWR-USED-SEQ
                           REWRITE QUOTE-RECORD FROM QUOTE-DETAIL-LINE
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-QUOTE-RELEASED
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-QUOTE-RELEASED > ZERO
               DISPLAY 'QUOTES RELEASED FROM RUN ' WS-RUN-NUMBER ': '
                   WS-QUOTE-RELEASED
           END-IF.
       324-MARK-QUOTE-USED.
           REWRITE QUOTE-RECORD FROM QUOTE-DETAIL-LINE
               INVALID KEY
                   DISPLAY 'QUOTE FILE STATUS ' QUOTE-FILE-STATUS
                   DISPLAY 'QUOTE ' QWR-ID ' NOT MARKED USED ON FILE'
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
           END-REWRITE.
       325-SEARCH-AND-CONVERT.
           SEARCH ALL COUNTRY
               AT END
                   MOVE CODE-IN TO RPT-ERR-CODE
                   MOVE 'CODE NOT IN TABLE' TO RPT-ERR-MSG
                   PERFORM 315-WRITE-ERROR-LINE
               WHEN COUNTRY-CODE (X1) = CODE-IN
                   MOVE CODE-IN TO WS-RES-CODE
                   SET WS-RES-NDX TO X1
                   PERFORM 335-RESOLVE-RATE
                   IF NOT RES-RATE-FOUND
                       MOVE CODE-IN TO RPT-ERR-CODE
                       MOVE 'NO RATE FOR VALUE DATE' TO RPT-ERR-MSG
                       PERFORM 315-WRITE-ERROR-LINE
                   ELSE
                       PERFORM 326-CONVERT-AT-RESOLVED-RATE
                   END-IF
           END-SEARCH.
       326-CONVERT-AT-RESOLVED-RATE.
           PERFORM 932-CHECK-TRAN-STALENESS.
           IF RATE-IS-STALE AND STALE-REJECT-ON
               MOVE CODE-IN TO RPT-ERR-CODE
               MOVE 'STALE RATE - REJECTED' TO RPT-ERR-MSG
               PERFORM 315-WRITE-ERROR-LINE
           ELSE
               PERFORM 329-CONVERT-RESOLVED-BODY
           END-IF.
       329-CONVERT-RESOLVED-BODY.
           MOVE WS-RES-RATE TO WS-RATE-WORK.
           MOVE COUNTRY-RATE-SCALE (X1) TO WS-SCALE-IN.
           PERFORM 940-COMPUTE-EFF-RATE.
           DIVIDE WS-EFF-RATE INTO AMOUNT-IN
               GIVING WS-MID-RESULT.
           MOVE CODE-IN TO WS-FEE-CODE.
           PERFORM 355-FIND-FEE-SCHEDULE.
           MOVE WS-MID-RESULT TO WS-GROSS-USD.
           MOVE WS-BUY-SPREAD TO WS-SPREAD-PCT.
           PERFORM 360-COMPUTE-FEE.
           MOVE WS-FEE-AMOUNT TO WS-FEE-TOTAL.
           COMPUTE WS-RESULT = WS-MID-RESULT - WS-FEE-AMOUNT.
           IF WS-RESULT > ZERO
               COMPUTE WS-CUST-RATE ROUNDED =
                   AMOUNT-IN / (WS-RESULT * WS-SCALE-IN)
           ELSE
               MOVE ZERO TO WS-CUST-RATE
           END-IF.
           MOVE CODE-IN TO RPT-CODE.
           MOVE AMOUNT-IN TO RPT-FOREIGN-AMT.
           MOVE WS-RES-RATE TO RPT-RATE.
           MOVE WS-RESULT TO RPT-USD-AMT.
           MOVE WS-RES-DATE TO RPT-RATE-DATE.
           MOVE WS-CUST-RATE TO RPT-CUST-RATE.
           MOVE WS-FEE-AMOUNT TO RPT-FEE-AMT.
           MOVE WS-SCALE-IN TO RPT-SCALE.
           IF RATE-IS-STALE
               MOVE 'STALE' TO RPT-STALE-FLAG
           ELSE
               MOVE SPACES TO RPT-STALE-FLAG
           END-IF.
           MOVE 'N' TO WS-POS-WARN-SWITCH.
           SET WS-POS-NDX TO X1.
           MOVE WS-MID-RESULT TO WS-POS-DELTA.
           PERFORM 950-UPDATE-POSITION.
           IF POSITION-BREACHED
               MOVE 'LIMIT' TO RPT-LIMIT-FLAG
           ELSE
               MOVE SPACES TO RPT-LIMIT-FLAG
           END-IF.
           IF DATE-WAS-ROLLED
               MOVE WS-VALUE-DATE TO RPT-ROLL-DATE
           ELSE
               MOVE SPACES TO RPT-ROLL-DATE
           END-IF.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-RPT-LINES.
           ADD WS-RESULT TO COUNTRY-SUBTOTAL (X1).
           ADD WS-RESULT TO WS-GRAND-TOTAL.
           ADD WS-FEE-AMOUNT TO FEE-SUBTOTAL (X1).
           ADD WS-FEE-AMOUNT TO WS-FEE-GRAND-TOTAL.
           ADD 1 TO WS-TRAN-ACCEPTED.
           MOVE CODE-IN TO WS-STMT-CODE.
           MOVE AMOUNT-IN TO WS-STMT-FOREIGN.
           MOVE WS-EFF-RATE TO WS-STMT-RATE.
           MOVE WS-RESULT TO WS-STMT-USD.
           PERFORM 365-CAPTURE-STATEMENT.
           MOVE CODE-IN TO PAY-W-CODE.
           MOVE AMOUNT-IN TO PAY-W-FOREIGN.
           MOVE WS-RESULT TO PAY-W-USD.
           COMPUTE PAY-W-RATE ROUNDED =
               WS-CUST-RATE * WS-SCALE-IN.
           PERFORM 392-WRITE-PAY-INSTRUCTION.
           IF GL-SUMMARY-LEVEL
               ADD WS-MID-RESULT TO GL-NOSTRO-DR (X1)
               ADD WS-RESULT TO GL-CLEARING-CR-TOTAL
               ADD WS-FEE-AMOUNT TO GL-FEE-CR-TOTAL
           ELSE
               PERFORM 382-WRITE-GL-CONVERSION
           END-IF.
           ADD AMOUNT-IN TO NB-FOREIGN (X1).
           ADD WS-MID-RESULT TO NB-USD (X1).
           MOVE 'Y' TO WS-NB-DIRTY-SWITCH.
           MOVE WS-RES-RATE TO WS-RATE-USED.
           PERFORM 900-LOG-CONVERSION.
       335-RESOLVE-RATE.
           MOVE 'Y' TO WS-RES-FOUND-SWITCH.
           IF WS-VALUE-DATE = ZERO
                 OR WS-VALUE-DATE NOT < RATE-EFF-DATE (WS-RES-NDX)
               MOVE EXCHANGE-RATE (WS-RES-NDX) TO WS-RES-RATE
               MOVE RATE-EFF-DATE (WS-RES-NDX) TO WS-RES-DATE
           ELSE
               PERFORM 340-SEARCH-RATE-HISTORY
           END-IF.
       340-SEARCH-RATE-HISTORY.
           MOVE 'N' TO WS-RES-FOUND-SWITCH.
           PERFORM VARYING H1 FROM 1 BY 1
                   UNTIL H1 > HIST-ENTRY-COUNT
                      OR RES-RATE-FOUND
               IF HIST-TAB-CODE (H1) = WS-RES-CODE
                     AND WS-VALUE-DATE NOT < HIST-TAB-FROM (H1)
                     AND WS-VALUE-DATE < HIST-TAB-TO (H1)
                   MOVE HIST-TAB-RATE (H1) TO WS-RES-RATE
                   MOVE HIST-TAB-FROM (H1) TO WS-RES-DATE
                   MOVE 'Y' TO WS-RES-FOUND-SWITCH
               END-IF
           END-PERFORM.
       327-CROSS-CONVERT-TRAN.
           PERFORM 215-FIND-CROSS-RATES.
           IF CROSS-CODES-FOUND
               PERFORM 328-RESOLVE-CROSS-RATES
           END-IF.
           IF CROSS-CODES-FOUND
               PERFORM 933-CHECK-CROSS-STALENESS
               IF RATE-IS-STALE AND STALE-REJECT-ON
                   MOVE 'N' TO WS-CROSS-FOUND-SWITCH
                   MOVE 'STALE RATE - REJECTED' TO WS-ERROR-MSG
               END-IF
           END-IF.
           IF NOT CROSS-CODES-FOUND
               MOVE CODE-IN TO RPT-ERR-CODE
               MOVE WS-ERROR-MSG TO RPT-ERR-MSG
               PERFORM 315-WRITE-ERROR-LINE
           ELSE
               PERFORM 217-COMPUTE-CROSS-AMOUNTS
               IF RATE-IS-STALE
                   MOVE 'STALE' TO RPT-STALE-FLAG
               ELSE
                   MOVE SPACES TO RPT-STALE-FLAG
               END-IF
               IF POSITION-BREACHED
                   MOVE 'LIMIT' TO RPT-LIMIT-FLAG
               ELSE
                   MOVE SPACES TO RPT-LIMIT-FLAG
               END-IF
               IF DATE-WAS-ROLLED
                   MOVE WS-VALUE-DATE TO RPT-ROLL-DATE
               ELSE
                   MOVE SPACES TO RPT-ROLL-DATE
               END-IF
               MOVE CODE-IN TO RPT-CODE
               MOVE AMOUNT-IN TO RPT-FOREIGN-AMT
               MOVE WS-FROM-RATE TO RPT-RATE
               MOVE WS-USD-INTERIM TO RPT-USD-AMT
               MOVE WS-FROM-RATE-DATE TO RPT-RATE-DATE
               MOVE WS-FROM-RATE TO RPT-CUST-RATE
               MOVE WS-FEE-LEG1 TO RPT-FEE-AMT
               MOVE WS-FROM-SCALE TO RPT-SCALE
               WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               ADD 1 TO WS-RPT-LINES
               ADD WS-USD-INTERIM TO COUNTRY-SUBTOTAL (WS-FROM-NDX)
               ADD WS-USD-INTERIM TO WS-GRAND-TOTAL
               ADD WS-FEE-LEG1 TO FEE-SUBTOTAL (WS-FROM-NDX)
               MOVE WS-CROSS-CODE TO RPT-CODE
               MOVE WS-RESULT TO RPT-FOREIGN-AMT
               MOVE WS-TO-RATE TO RPT-RATE
               MOVE WS-USD-INTERIM TO RPT-USD-AMT
               MOVE WS-TO-RATE-DATE TO RPT-RATE-DATE
               MOVE WS-CUST-RATE TO RPT-CUST-RATE
               MOVE WS-FEE-LEG2 TO RPT-FEE-AMT
               MOVE WS-TO-SCALE TO RPT-SCALE
               WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               ADD 1 TO WS-RPT-LINES
               ADD WS-USD-INTERIM TO COUNTRY-SUBTOTAL (WS-TO-NDX)
               ADD WS-USD-INTERIM TO WS-GRAND-TOTAL
               ADD WS-FEE-LEG2 TO FEE-SUBTOTAL (WS-TO-NDX)
               ADD WS-FEE-TOTAL TO WS-FEE-GRAND-TOTAL
               ADD 1 TO WS-TRAN-ACCEPTED
               MOVE CODE-IN TO WS-STMT-CODE
               MOVE AMOUNT-IN TO WS-STMT-FOREIGN
               MOVE WS-FROM-EFF-RATE TO WS-STMT-RATE
               MOVE WS-USD-INTERIM TO WS-STMT-USD
               PERFORM 365-CAPTURE-STATEMENT
               MOVE WS-CROSS-CODE TO WS-STMT-CODE
               MOVE WS-RESULT TO WS-STMT-FOREIGN
               MOVE WS-TO-EFF-RATE TO WS-STMT-RATE
               MOVE WS-USD-INTERIM TO WS-STMT-USD
               PERFORM 365-CAPTURE-STATEMENT
               MOVE CODE-IN TO PAY-W-CODE
               MOVE AMOUNT-IN TO PAY-W-FOREIGN
               MOVE WS-USD-INTERIM TO PAY-W-USD
               MOVE WS-FROM-EFF-RATE TO PAY-W-RATE
               PERFORM 392-WRITE-PAY-INSTRUCTION
               MOVE WS-CROSS-CODE TO PAY-W-CODE
               MOVE WS-RESULT TO PAY-W-FOREIGN
               MOVE WS-USD-INTERIM TO PAY-W-USD
               IF WS-USD-INTERIM > ZERO
                   COMPUTE PAY-W-RATE ROUNDED =
                       WS-RESULT / WS-USD-INTERIM
               ELSE
                   MOVE WS-TO-EFF-RATE TO PAY-W-RATE
               END-IF
               PERFORM 392-WRITE-PAY-INSTRUCTION
               COMPUTE GL-CROSS-NET =
                   WS-USD-INTERIM - WS-FEE-TOTAL
               IF GL-SUMMARY-LEVEL
                   ADD WS-USD-INTERIM TO GL-NOSTRO-DR (WS-FROM-NDX)
                   ADD GL-CROSS-NET TO GL-NOSTRO-CR (WS-TO-NDX)
                   ADD WS-FEE-TOTAL TO GL-FEE-CR-TOTAL
               ELSE
                   PERFORM 383-WRITE-GL-CROSS
               END-IF
               ADD AMOUNT-IN TO NB-FOREIGN (WS-FROM-NDX)
               ADD WS-USD-INTERIM TO NB-USD (WS-FROM-NDX)
               SUBTRACT WS-RESULT FROM NB-FOREIGN (WS-TO-NDX)
               SUBTRACT GL-CROSS-NET FROM NB-USD (WS-TO-NDX)
               MOVE 'Y' TO WS-NB-DIRTY-SWITCH
               PERFORM 910-LOG-CROSS-LEGS
           END-IF.
       328-RESOLVE-CROSS-RATES.
           MOVE CODE-IN TO WS-RES-CODE.
           MOVE WS-FROM-NDX TO WS-RES-NDX.
           PERFORM 335-RESOLVE-RATE.
           IF RES-RATE-FOUND
               MOVE WS-RES-RATE TO WS-FROM-RATE
               MOVE WS-RES-DATE TO WS-FROM-RATE-DATE
               MOVE WS-CROSS-CODE TO WS-RES-CODE
               MOVE WS-TO-NDX TO WS-RES-NDX
               PERFORM 335-RESOLVE-RATE
               IF RES-RATE-FOUND
                   MOVE WS-RES-RATE TO WS-TO-RATE
                   MOVE WS-RES-DATE TO WS-TO-RATE-DATE
               END-IF
           END-IF.
           IF NOT RES-RATE-FOUND
               MOVE 'N' TO WS-CROSS-FOUND-SWITCH
               MOVE 'NO RATE FOR VALUE DATE' TO WS-ERROR-MSG
           END-IF.
       331-REVERSE-TRANSACTION.
           MOVE ZERO TO WS-VALUE-DATE.
           MOVE SPACES TO WS-CROSS-CODE.
           MOVE 'N' TO WS-LIMIT-TRACK-SWITCH.
           MOVE SPACES TO WS-ERROR-MSG.
           MOVE ZERO TO RVC-ENTRY-COUNT.
           SET EDIT-OK TO TRUE.
           IF TREV-ORIG-BUS-DATE NUMERIC
               MOVE TREV-ORIG-BUS-DATE TO WS-REV-ORIG-DATE
           ELSE
               MOVE ZERO TO WS-REV-ORIG-DATE
           END-IF.
           IF TREV-ORIG-RUN NUMERIC
               MOVE TREV-ORIG-RUN TO WS-REV-ORIG-RUN
           ELSE
               MOVE ZERO TO WS-REV-ORIG-RUN
           END-IF.
           IF TREV-AMOUNT NOT NUMERIC
               MOVE ZERO TO AMOUNT-IN
           END-IF.
           EVALUATE TRUE
               WHEN AMOUNT-IN = ZERO
                   MOVE 'INVALID REVERSAL AMOUNT' TO WS-ERROR-MSG
                   SET EDIT-FAILED TO TRUE
               WHEN WS-REV-ORIG-DATE = ZERO OR WS-REV-ORIG-RUN = ZERO
                   MOVE 'REVERSAL NAMES NO ORIGINAL RUN' TO WS-ERROR-MSG
                   SET EDIT-FAILED TO TRUE
               WHEN WS-ACCOUNT = SPACES
                   MOVE 'ACCOUNT REQUIRED' TO WS-ERROR-MSG
                   SET EDIT-FAILED TO TRUE
               WHEN OTHER
                   PERFORM 332-CHECK-ORIGINAL-RUN
           END-EVALUATE.
           IF EDIT-OK
               PERFORM 333-FIND-ORIGINAL-CONVERSION
           END-IF.
           IF EDIT-FAILED
               MOVE CODE-IN TO RPT-ERR-CODE
               MOVE WS-ERROR-MSG TO RPT-ERR-MSG
               PERFORM 315-WRITE-ERROR-LINE
               MOVE 'X' TO RVWK-STATUS
               PERFORM 349-WRITE-REVERSAL-WORK
           ELSE
               PERFORM 334-POST-REVERSAL
           END-IF.
       332-CHECK-ORIGINAL-RUN.
           MOVE 'N' TO WS-REV-RUN-SWITCH.
           IF WS-REV-ORIG-RUN = WS-RUN-NUMBER
                   AND WS-REV-ORIG-DATE = WS-EXPECT-BUS-DATE
               MOVE 'Y' TO WS-REV-RUN-SWITCH
           ELSE
               PERFORM VARYING R1 FROM 1 BY 1
                       UNTIL R1 > RUNC-ENTRY-COUNT OR REV-RUN-FOUND
                   IF RUNC-TAB-RUN (R1) = WS-REV-ORIG-RUN
                       MOVE 'Y' TO WS-REV-RUN-SWITCH
                   END-IF
               END-PERFORM
               IF REV-RUN-FOUND
                   SET R1 DOWN BY 1
                   EVALUATE TRUE
                       WHEN RUNC-TAB-DATE (R1) NOT = WS-REV-ORIG-DATE
                           MOVE 'ORIGINAL RUN DATE MISMATCH'
                               TO WS-ERROR-MSG
                           SET EDIT-FAILED TO TRUE
                       WHEN RUNC-TAB-TYPE (R1) NOT = 'B'
                               AND RUNC-TAB-TYPE (R1) NOT = SPACE
                           MOVE 'ORIGINAL RUN NOT A BATCH RUN'
                               TO WS-ERROR-MSG
                           SET EDIT-FAILED TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   IF RUNC-ENTRY-COUNT < WS-MAX-RUNC
                       MOVE 'ORIGINAL RUN NOT ON RUNCTL'
                           TO WS-ERROR-MSG
                       SET EDIT-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.
       333-FIND-ORIGINAL-CONVERSION.
           MOVE CODE-IN TO WS-MAINT-CODE.
           PERFORM 440-FIND-MAINT-CODE.
           IF NOT MAINT-FOUND
               MOVE 'CODE NOT IN TABLE' TO WS-ERROR-MSG
               SET EDIT-FAILED TO TRUE
           ELSE
               SET WS-REV-FROM-NDX TO X1
               IF CLOG-FILE-STATUS NOT = '00'
                   MOVE 'CONVERSION LOG NOT AVAILABLE' TO WS-ERROR-MSG
                   SET EDIT-FAILED TO TRUE
               ELSE
                   PERFORM 336-SCAN-CONVERSION-LOG
               END-IF
           END-IF.
           IF EDIT-OK
               MOVE 'N' TO WS-REV-FOUND-SWITCH
               PERFORM VARYING RV1 FROM 1 BY 1
                       UNTIL RV1 > RVC-ENTRY-COUNT OR REV-ORIGINAL-FOUND
                   IF NOT RVC-REVERSED (RV1)
                       MOVE 'Y' TO WS-REV-FOUND-SWITCH
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN RVC-ENTRY-COUNT = ZERO
                       MOVE 'ORIGINAL NOT ON CONVLOG' TO WS-ERROR-MSG
                       SET EDIT-FAILED TO TRUE
                   WHEN NOT REV-ORIGINAL-FOUND
                       MOVE 'ORIGINAL ALREADY REVERSED' TO WS-ERROR-MSG
                       SET EDIT-FAILED TO TRUE
                   WHEN OTHER
                       SET RV1 DOWN BY 1
                       IF RVC-DIRECTION (RV1) = 'C'
                           PERFORM 353-FIND-CROSS-TO-CODE
                       END-IF
               END-EVALUATE
           END-IF.
       353-FIND-CROSS-TO-CODE.
           IF RVC-TO-CODE (RV1) = SPACES
               MOVE 'CROSS SECOND LEG NOT ON LOG' TO WS-ERROR-MSG
               SET EDIT-FAILED TO TRUE
           ELSE
               MOVE RVC-TO-CODE (RV1) TO WS-MAINT-CODE
               PERFORM 440-FIND-MAINT-CODE
               IF MAINT-FOUND
                   SET WS-REV-TO-NDX TO X1
               ELSE
                   MOVE 'TO CODE NOT IN TABLE' TO WS-ERROR-MSG
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF.
       336-SCAN-CONVERSION-LOG.
           MOVE ZERO TO RVC-ENTRY-COUNT.
           MOVE 'N' TO WS-REV-SCAN-EOF-SWITCH.
           MOVE 'N' TO WS-REV-LEG2-SWITCH.
           MOVE 'N' TO WS-CROSS-LEG-SWITCH.
           CLOSE CONVERSION-LOG.
           OPEN INPUT CONVERSION-LOG.
           IF CLOG-FILE-STATUS NOT = '00'
               DISPLAY 'CONVERSION LOG FILE STATUS ' CLOG-FILE-STATUS
               MOVE 'CONVERSION LOG NOT AVAILABLE' TO WS-ERROR-MSG
               SET EDIT-FAILED TO TRUE
           ELSE
               PERFORM UNTIL REV-SCAN-EOF
                   READ CONVERSION-LOG INTO LOG-DETAIL-LINE
                       AT END SET REV-SCAN-EOF TO TRUE
                       NOT AT END PERFORM 337-MATCH-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CONVERSION-LOG
           END-IF.
           OPEN EXTEND CONVERSION-LOG.
           IF CLOG-FILE-STATUS NOT = '00'
               DISPLAY 'CONVERSION LOG FILE STATUS ' CLOG-FILE-STATUS
               DISPLAY 'CONVERSIONS WILL NOT BE LOGGED THIS RUN'
               MOVE 4 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
               MOVE 'CONVERSION LOG NOT AVAILABLE' TO WS-ERROR-MSG
               SET EDIT-FAILED TO TRUE
           END-IF.
       337-MATCH-LOG-ENTRY.
           IF REV-LEG2-PENDING
               MOVE 'N' TO WS-REV-LEG2-SWITCH
               IF LOG-DIRECTION = 'C'
                   MOVE LOG-CODE TO RVC-TO-CODE (RV1)
                   MOVE LOG-AMOUNT TO RVC-TO-AMOUNT (RV1)
                   MOVE LOG-RATE TO RVC-TO-RATE (RV1)
                   MOVE LOG-SCALED-RATE TO RVC-TO-SCALED-RATE (RV1)
               END-IF
           END-IF.
           IF LOG-BUS-DATE NUMERIC AND LOG-RUN-NUMBER NUMERIC
                   AND LOG-BUS-DATE = WS-REV-ORIG-DATE
                   AND LOG-RUN-NUMBER = WS-REV-ORIG-RUN
                   AND LOG-ACCOUNT = WS-ACCOUNT
                   AND LOG-CODE = CODE-IN
                   AND (LOG-DIRECTION = 'F'
                       OR (LOG-DIRECTION = 'C'
                           AND NOT SECOND-CROSS-LEG))
               MOVE LOG-AMOUNT TO WS-LOG-AMT-N
               IF WS-LOG-AMT-N = AMOUNT-IN
                   PERFORM 338-STORE-CANDIDATE
               END-IF
           END-IF.
           IF LOG-DIRECTION = 'R' AND NOT SECOND-CROSS-LEG
                   AND LOG-REV-BUS-DATE = WS-REV-ORIG-DATE
                   AND LOG-REV-RUN-NUMBER = WS-REV-ORIG-RUN
               PERFORM 352-MARK-CANDIDATE-REVERSED
           END-IF.
           PERFORM 359-TRACK-CROSS-LEG.
       338-STORE-CANDIDATE.
           IF RVC-ENTRY-COUNT < WS-MAX-REV-CANDS
               ADD 1 TO RVC-ENTRY-COUNT
               SET RV1 TO RVC-ENTRY-COUNT
               IF LOG-TRAN-SEQ NUMERIC
                   MOVE LOG-TRAN-SEQ TO RVC-TRAN-SEQ (RV1)
               ELSE
                   MOVE ZERO TO RVC-TRAN-SEQ (RV1)
               END-IF
               MOVE LOG-DIRECTION TO RVC-DIRECTION (RV1)
               MOVE LOG-RATE TO RVC-RATE (RV1)
               MOVE LOG-SCALED-RATE TO RVC-SCALED-RATE (RV1)
               MOVE LOG-RESULT TO RVC-USD (RV1)
               IF LOG-FEE = SPACES
                   MOVE ZERO TO RVC-FEE (RV1)
                   MOVE 'N' TO RVC-FEE-SWITCH (RV1)
               ELSE
                   MOVE LOG-FEE TO RVC-FEE (RV1)
                   MOVE 'Y' TO RVC-FEE-SWITCH (RV1)
               END-IF
               MOVE SPACES TO RVC-TO-CODE (RV1)
               MOVE ZERO TO RVC-TO-AMOUNT (RV1)
               MOVE ZERO TO RVC-TO-RATE (RV1)
               MOVE ZERO TO RVC-TO-SCALED-RATE (RV1)
               MOVE 'N' TO RVC-REVERSED-SWITCH (RV1)
               IF LOG-DIRECTION = 'C'
                   MOVE 'Y' TO WS-REV-LEG2-SWITCH
               END-IF
           END-IF.
       352-MARK-CANDIDATE-REVERSED.
           IF LOG-REV-TRAN-SEQ NUMERIC
               PERFORM VARYING RV1 FROM 1 BY 1
                       UNTIL RV1 > RVC-ENTRY-COUNT
                   IF RVC-TRAN-SEQ (RV1) = LOG-REV-TRAN-SEQ
                       MOVE 'Y' TO RVC-REVERSED-SWITCH (RV1)
                   END-IF
               END-PERFORM
           END-IF.
       334-POST-REVERSAL.
           MOVE RVC-FEE (RV1) TO WS-REV-FEE.
           IF RVC-DIRECTION (RV1) = 'C'
               PERFORM 348-POST-CROSS-REVERSAL
           ELSE
               MOVE RVC-USD (RV1) TO WS-REV-NET
               IF NOT RVC-FEE-LOGGED (RV1)
                       AND RVC-SCALED-RATE (RV1) > ZERO
                   DIVIDE RVC-SCALED-RATE (RV1) INTO AMOUNT-IN
                       GIVING WS-REV-GROSS
                   IF WS-REV-GROSS > WS-REV-NET
                       COMPUTE WS-REV-FEE = WS-REV-GROSS - WS-REV-NET
                   END-IF
               END-IF
               COMPUTE WS-REV-GROSS = WS-REV-NET + WS-REV-FEE
               MOVE 'N' TO WS-POS-WARN-SWITCH
               MOVE WS-REV-FROM-NDX TO WS-POS-NDX
               COMPUTE WS-POS-DELTA = ZERO - WS-REV-GROSS
               PERFORM 950-UPDATE-POSITION
               SUBTRACT AMOUNT-IN FROM NB-FOREIGN (WS-REV-FROM-NDX)
               SUBTRACT WS-REV-GROSS FROM NB-USD (WS-REV-FROM-NDX)
               MOVE 'Y' TO WS-NB-DIRTY-SWITCH
               PERFORM 384-WRITE-GL-REVERSAL
               MOVE CODE-IN TO PAY-W-CODE
               MOVE AMOUNT-IN TO PAY-W-FOREIGN
               MOVE WS-REV-NET TO PAY-W-USD
               IF WS-REV-NET > ZERO
                   COMPUTE PAY-W-RATE ROUNDED =
                       AMOUNT-IN / WS-REV-NET
               ELSE
                   MOVE RVC-SCALED-RATE (RV1) TO PAY-W-RATE
               END-IF
               PERFORM 393-WRITE-PAY-RECALL
           END-IF.
           PERFORM 915-LOG-REVERSAL.
           ADD 1 TO WS-TRAN-ACCEPTED.
           IF CUST-LIMITS-HELD
                   AND WS-REV-ORIG-DATE = WS-EXPECT-BUS-DATE
               MOVE WS-ACCOUNT TO WS-DAYT-ACCT
               MOVE RVC-USD (RV1) TO WS-DAYT-USD
               PERFORM 309-REDUCE-DAILY-TOTAL
           END-IF.
           MOVE 'P' TO RVWK-STATUS.
           PERFORM 349-WRITE-REVERSAL-WORK.
       348-POST-CROSS-REVERSAL.
           MOVE RVC-USD (RV1) TO WS-REV-GROSS.
           IF RVC-FEE-LOGGED (RV1)
               IF WS-REV-FEE > WS-REV-GROSS
                   MOVE WS-REV-GROSS TO WS-REV-FEE
               END-IF
               COMPUTE WS-REV-NET = WS-REV-GROSS - WS-REV-FEE
           ELSE
               IF RVC-TO-SCALED-RATE (RV1) > ZERO
                   COMPUTE WS-REV-NET ROUNDED =
                       RVC-TO-AMOUNT (RV1) / RVC-TO-SCALED-RATE (RV1)
               ELSE
                   MOVE WS-REV-GROSS TO WS-REV-NET
               END-IF
               IF WS-REV-NET > WS-REV-GROSS
                   MOVE WS-REV-GROSS TO WS-REV-NET
               END-IF
               COMPUTE WS-REV-FEE = WS-REV-GROSS - WS-REV-NET
           END-IF.
           MOVE 'N' TO WS-POS-WARN-SWITCH.
           MOVE WS-REV-FROM-NDX TO WS-POS-NDX.
           COMPUTE WS-POS-DELTA = ZERO - WS-REV-GROSS.
           PERFORM 950-UPDATE-POSITION.
           MOVE WS-REV-TO-NDX TO WS-POS-NDX.
           MOVE WS-REV-GROSS TO WS-POS-DELTA.
           PERFORM 950-UPDATE-POSITION.
           SUBTRACT AMOUNT-IN FROM NB-FOREIGN (WS-REV-FROM-NDX).
           SUBTRACT WS-REV-GROSS FROM NB-USD (WS-REV-FROM-NDX).
           ADD RVC-TO-AMOUNT (RV1) TO NB-FOREIGN (WS-REV-TO-NDX).
           ADD WS-REV-NET TO NB-USD (WS-REV-TO-NDX).
           MOVE 'Y' TO WS-NB-DIRTY-SWITCH.
           PERFORM 387-WRITE-GL-CROSS-REVERSAL.
           MOVE CODE-IN TO PAY-W-CODE.
           MOVE AMOUNT-IN TO PAY-W-FOREIGN.
           MOVE WS-REV-GROSS TO PAY-W-USD.
           MOVE RVC-SCALED-RATE (RV1) TO PAY-W-RATE.
           PERFORM 393-WRITE-PAY-RECALL.
           MOVE RVC-TO-CODE (RV1) TO PAY-W-CODE.
           MOVE RVC-TO-AMOUNT (RV1) TO PAY-W-FOREIGN.
           MOVE WS-REV-GROSS TO PAY-W-USD.
           IF WS-REV-GROSS > ZERO
               COMPUTE PAY-W-RATE ROUNDED =
                   RVC-TO-AMOUNT (RV1) / WS-REV-GROSS
           ELSE
               MOVE RVC-TO-SCALED-RATE (RV1) TO PAY-W-RATE
           END-IF.
           PERFORM 393-WRITE-PAY-RECALL.
       349-WRITE-REVERSAL-WORK.
           IF REV-WORK-OPEN
               MOVE WS-TRAN-POS TO RVWK-TRAN-SEQ
               MOVE WS-REV-ORIG-DATE TO RVWK-ORIG-BUS-DATE
               MOVE WS-REV-ORIG-RUN TO RVWK-ORIG-RUN
               MOVE WS-ACCOUNT TO RVWK-ACCOUNT
               MOVE CODE-IN TO RVWK-CODE
               MOVE AMOUNT-IN TO RVWK-FOREIGN-AMT
               IF RVWK-POSTED
                   MOVE RVC-TRAN-SEQ (RV1) TO RVWK-ORIG-SEQ
                   IF RVC-DIRECTION (RV1) = 'C'
                       MOVE RVC-TO-CODE (RV1) TO RVWK-TO-CODE
                       MOVE RVC-TO-AMOUNT (RV1) TO RVWK-TO-AMOUNT
                   ELSE
                       MOVE SPACES TO RVWK-TO-CODE
                       MOVE ZERO TO RVWK-TO-AMOUNT
                   END-IF
                   MOVE WS-REV-GROSS TO RVWK-GROSS-USD
                   MOVE WS-REV-FEE TO RVWK-FEE
                   MOVE 'REVERSED' TO RVWK-MESSAGE
               ELSE
                   MOVE ZERO TO RVWK-ORIG-SEQ
                   MOVE SPACES TO RVWK-TO-CODE
                   MOVE ZERO TO RVWK-TO-AMOUNT
                   MOVE ZERO TO RVWK-GROSS-USD
                   MOVE ZERO TO RVWK-FEE
                   MOVE WS-ERROR-MSG TO RVWK-MESSAGE
               END-IF
               WRITE RVWK-RECORD FROM RVWK-DETAIL-LINE
           END-IF.
       339-PRINT-REVERSAL-SECTION.
           IF REV-WORK-OPEN
               CLOSE REVERSAL-WORK-FILE
               MOVE 'N' TO WS-RVWK-OPEN-SWITCH
           END-IF.
           MOVE ZERO TO WS-REV-REQ-COUNT.
           MOVE ZERO TO WS-REV-POST-COUNT.
           MOVE ZERO TO WS-REV-REFUSE-COUNT.
           MOVE ZERO TO WS-REV-REQ-HASH.
           MOVE ZERO TO WS-REV-POST-HASH.
           MOVE ZERO TO WS-REV-REFUSE-HASH.
           MOVE ZERO TO WS-REV-POST-USD.
           MOVE ZERO TO WS-REV-POST-FEE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RPT-REV-HEADING-LINE.
           WRITE REPORT-LINE FROM RPT-REV-COLUMN-LINE.
           ADD 3 TO WS-RPT-LINES.
           MOVE 'N' TO WS-RVWK-EOF-SWITCH.
           OPEN INPUT REVERSAL-WORK-FILE.
           IF RVWK-FILE-STATUS NOT = '00'
                   AND RVWK-FILE-STATUS NOT = '05'
               DISPLAY 'REVERSAL WORK FILE STATUS ' RVWK-FILE-STATUS
               DISPLAY 'REVERSAL DETAIL NOT PRINTED'
               MOVE 4 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               PERFORM UNTIL RVWK-EOF
                   READ REVERSAL-WORK-FILE INTO RVWK-DETAIL-LINE
                       AT END SET RVWK-EOF TO TRUE
                       NOT AT END PERFORM 351-PRINT-REVERSAL-LINE
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-WORK-FILE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'REVERSALS REQUESTED' TO RPT-REV-TOT-LABEL.
           MOVE WS-REV-REQ-COUNT TO RPT-REV-TOT-COUNT.
           MOVE WS-REV-REQ-HASH TO RPT-REV-TOT-FOREIGN.
           MOVE ZERO TO RPT-REV-TOT-USD.
           MOVE ZERO TO RPT-REV-TOT-FEE.
           WRITE REPORT-LINE FROM RPT-REV-TOTAL-LINE.
           MOVE 'REVERSALS POSTED' TO RPT-REV-TOT-LABEL.
           MOVE WS-REV-POST-COUNT TO RPT-REV-TOT-COUNT.
           MOVE WS-REV-POST-HASH TO RPT-REV-TOT-FOREIGN.
           MOVE WS-REV-POST-USD TO RPT-REV-TOT-USD.
           MOVE WS-REV-POST-FEE TO RPT-REV-TOT-FEE.
           WRITE REPORT-LINE FROM RPT-REV-TOTAL-LINE.
           MOVE 'REVERSALS REFUSED' TO RPT-REV-TOT-LABEL.
           MOVE WS-REV-REFUSE-COUNT TO RPT-REV-TOT-COUNT.
           MOVE WS-REV-REFUSE-HASH TO RPT-REV-TOT-FOREIGN.
           MOVE ZERO TO RPT-REV-TOT-USD.
           MOVE ZERO TO RPT-REV-TOT-FEE.
           WRITE REPORT-LINE FROM RPT-REV-TOTAL-LINE.
           ADD 4 TO WS-RPT-LINES.
       351-PRINT-REVERSAL-LINE.
           MOVE RVWK-ORIG-BUS-DATE TO RPT-REV-ORIG-DATE.
           MOVE RVWK-ORIG-RUN TO RPT-REV-ORIG-RUN.
           MOVE RVWK-ORIG-SEQ TO RPT-REV-ORIG-SEQ.
           MOVE RVWK-ACCOUNT TO RPT-REV-ACCOUNT.
           MOVE RVWK-CODE TO RPT-REV-CODE.
           MOVE RVWK-FOREIGN-AMT TO RPT-REV-FOREIGN-AMT.
           MOVE RVWK-TO-CODE TO RPT-REV-TO-CODE.
           MOVE RVWK-TO-AMOUNT TO RPT-REV-TO-AMOUNT.
           MOVE RVWK-GROSS-USD TO RPT-REV-USD-AMT.
           MOVE RVWK-FEE TO RPT-REV-FEE-AMT.
           MOVE RVWK-MESSAGE TO RPT-REV-STATUS.
           WRITE REPORT-LINE FROM RPT-REV-DETAIL-LINE.
           ADD 1 TO WS-RPT-LINES.
           ADD 1 TO WS-REV-REQ-COUNT.
           ADD RVWK-FOREIGN-AMT TO WS-REV-REQ-HASH.
           IF RVWK-POSTED
               ADD 1 TO WS-REV-POST-COUNT
               ADD RVWK-FOREIGN-AMT TO WS-REV-POST-HASH
               ADD RVWK-GROSS-USD TO WS-REV-POST-USD
               ADD RVWK-FEE TO WS-REV-POST-FEE
           ELSE
               ADD 1 TO WS-REV-REFUSE-COUNT
               ADD RVWK-FOREIGN-AMT TO WS-REV-REFUSE-HASH
           END-IF.
       330-PRINT-SUBTOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING X1 FROM 1 BY 1 UNTIL X1 > TABLE-ENTRY-COUNT
               IF COUNTRY-SUBTOTAL (X1) NOT = ZERO
                       OR FEE-SUBTOTAL (X1) NOT = ZERO
                   MOVE COUNTRY-CODE (X1) TO RPT-SUB-CODE
                   MOVE COUNTRY-SUBTOTAL (X1) TO RPT-SUB-AMT
                   MOVE FEE-SUBTOTAL (X1) TO RPT-SUB-FEE
                   WRITE REPORT-LINE FROM RPT-SUBTOTAL-LINE
               END-IF
           END-PERFORM.
       350-PRINT-BALANCING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RPT-BAL-HEADING-LINE.
           MOVE WS-EXPECT-COUNT TO RPT-BAL-EXP-COUNT.
           MOVE WS-DETAIL-READ TO RPT-BAL-READ-COUNT.
           WRITE REPORT-LINE FROM RPT-BAL-COUNT-LINE.
           MOVE WS-EXPECT-HASH TO RPT-BAL-EXP-HASH.
           MOVE WS-HASH-ACCUM TO RPT-BAL-ACC-HASH.
           WRITE REPORT-LINE FROM RPT-BAL-HASH-LINE.
           MOVE WS-TRAN-ACCEPTED TO RPT-BAL-ACCEPTED.
           MOVE WS-TRAN-REJECTED TO RPT-BAL-REJECTED.
           WRITE REPORT-LINE FROM RPT-BAL-DISP-LINE.
           EVALUATE TRUE
               WHEN NOT TRAILER-SEEN
                   MOVE 'OUT OF BALANCE - TRAILER MISSING'
                       TO RPT-BAL-STATUS
               WHEN WS-EXPECT-COUNT NOT = WS-DETAIL-READ
                   MOVE 'OUT OF BALANCE - RECORD COUNT'
                       TO RPT-BAL-STATUS
               WHEN WS-EXPECT-HASH NOT = WS-HASH-ACCUM
                   MOVE 'OUT OF BALANCE - AMOUNT HASH'
                       TO RPT-BAL-STATUS
               WHEN OTHER
                   MOVE 'IN BALANCE' TO RPT-BAL-STATUS
           END-EVALUATE.
           WRITE REPORT-LINE FROM RPT-BAL-STATUS-LINE.
           IF RPT-BAL-STATUS NOT = 'IN BALANCE'
               DISPLAY 'BATCH CONTROL ' RPT-BAL-STATUS
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           END-IF.
       378-WRITE-GL-HEADER.
           MOVE WS-EXPECT-BUS-DATE TO GL-HDR-BUS-DATE.
           MOVE WS-RUN-NUMBER TO GL-HDR-RUN-NUMBER.
           WRITE GL-RECORD FROM GL-HEADER-LINE.
       380-WRITE-GL-RECORD.
           MOVE WS-EXPECT-BUS-DATE TO GL-DET-BUS-DATE.
           MOVE WS-RUN-NUMBER TO GL-DET-RUN-NUMBER.
           MOVE GL-W-ACCOUNT TO GL-DET-ACCOUNT.
           MOVE GL-W-DRCR TO GL-DET-DR-CR.
           MOVE GL-W-AMOUNT TO GL-DET-AMOUNT.
           MOVE GL-W-CODE TO GL-DET-CODE.
           WRITE GL-RECORD FROM GL-DETAIL-LINE.
           ADD 1 TO GL-REC-COUNT.
           IF GL-W-DRCR = 'DR'
               ADD GL-W-AMOUNT TO GL-NET-AMOUNT
           ELSE
               SUBTRACT GL-W-AMOUNT FROM GL-NET-AMOUNT
           END-IF.
       382-WRITE-GL-CONVERSION.
           MOVE CODE-IN TO GL-NOSTRO-CODE.
           MOVE GL-NOSTRO-ACCT TO GL-W-ACCOUNT.
           MOVE 'DR' TO GL-W-DRCR.
           MOVE WS-MID-RESULT TO GL-W-AMOUNT.
           MOVE CODE-IN TO GL-W-CODE.
           PERFORM 380-WRITE-GL-RECORD.
           MOVE 'USD-CLEARING' TO GL-W-ACCOUNT.
           MOVE 'CR' TO GL-W-DRCR.
           MOVE WS-RESULT TO GL-W-AMOUNT.
           PERFORM 380-WRITE-GL-RECORD.
           IF WS-FEE-AMOUNT > ZERO
               MOVE 'FEE-INCOME  ' TO GL-W-ACCOUNT
               MOVE 'CR' TO GL-W-DRCR
               MOVE WS-FEE-AMOUNT TO GL-W-AMOUNT
               PERFORM 380-WRITE-GL-RECORD
           END-IF.
       383-WRITE-GL-CROSS.
           MOVE CODE-IN TO GL-NOSTRO-CODE.
           MOVE GL-NOSTRO-ACCT TO GL-W-ACCOUNT.
           MOVE 'DR' TO GL-W-DRCR.
           MOVE WS-USD-INTERIM TO GL-W-AMOUNT.
           MOVE CODE-IN TO GL-W-CODE.
           PERFORM 380-WRITE-GL-RECORD.
           MOVE WS-CROSS-CODE TO GL-NOSTRO-CODE.
           MOVE GL-NOSTRO-ACCT TO GL-W-ACCOUNT.
           MOVE 'CR' TO GL-W-DRCR.
           MOVE GL-CROSS-NET TO GL-W-AMOUNT.
           MOVE WS-CROSS-CODE TO GL-W-CODE.
           PERFORM 380-WRITE-GL-RECORD.
           IF WS-FEE-TOTAL > ZERO
               MOVE 'FEE-INCOME  ' TO GL-W-ACCOUNT
               MOVE 'CR' TO GL-W-DRCR
               MOVE WS-FEE-TOTAL TO GL-W-AMOUNT
               PERFORM 380-WRITE-GL-RECORD
           END-IF.
       384-WRITE-GL-REVERSAL.
           MOVE CODE-IN TO GL-NOSTRO-CODE.
           MOVE GL-NOSTRO-ACCT TO GL-W-ACCOUNT.
           MOVE 'CR' TO GL-W-DRCR.
           MOVE WS-REV-GROSS TO GL-W-AMOUNT.
           MOVE CODE-IN TO GL-W-CODE.
           PERFORM 380-WRITE-GL-RECORD.
           MOVE 'USD-CLEARING' TO GL-W-ACCOUNT.
           MOVE 'DR' TO GL-W-DRCR.
           MOVE WS-REV-NET TO GL-W-AMOUNT.
           PERFORM 380-WRITE-GL-RECORD.
           IF WS-REV-FEE > ZERO
               MOVE 'FEE-INCOME  ' TO GL-W-ACCOUNT
               MOVE 'DR' TO GL-W-DRCR
               MOVE WS-REV-FEE TO GL-W-AMOUNT
               PERFORM 380-WRITE-GL-RECORD
           END-IF.
       387-WRITE-GL-CROSS-REVERSAL.
           MOVE CODE-IN TO GL-NOSTRO-CODE.
           MOVE GL-NOSTRO-ACCT TO GL-W-ACCOUNT.
           MOVE 'CR' TO GL-W-DRCR.
           MOVE WS-REV-GROSS TO GL-W-AMOUNT.
           MOVE CODE-IN TO GL-W-CODE.
           PERFORM 380-WRITE-GL-RECORD.
           MOVE RVC-TO-CODE (RV1) TO GL-NOSTRO-CODE.
           MOVE GL-NOSTRO-ACCT TO GL-W-ACCOUNT.
           MOVE 'DR' TO GL-W-DRCR.
           MOVE WS-REV-NET TO GL-W-AMOUNT.
           MOVE RVC-TO-CODE (RV1) TO GL-W-CODE.
           PERFORM 380-WRITE-GL-RECORD.
           IF WS-REV-FEE > ZERO
               MOVE 'FEE-INCOME  ' TO GL-W-ACCOUNT
               MOVE 'DR' TO GL-W-DRCR
               MOVE WS-REV-FEE TO GL-W-AMOUNT
               PERFORM 380-WRITE-GL-RECORD
           END-IF.
       385-WRITE-GL-SUMMARY.
           PERFORM 386-WRITE-GL-COUNTRY
               VARYING X1 FROM 1 BY 1
               UNTIL X1 > TABLE-ENTRY-COUNT.
           IF GL-CLEARING-CR-TOTAL > ZERO
               MOVE 'USD-CLEARING' TO GL-W-ACCOUNT
               MOVE 'CR' TO GL-W-DRCR
               MOVE GL-CLEARING-CR-TOTAL TO GL-W-AMOUNT
               MOVE SPACES TO GL-W-CODE
               PERFORM 380-WRITE-GL-RECORD
           END-IF.
           IF GL-FEE-CR-TOTAL > ZERO
               MOVE 'FEE-INCOME  ' TO GL-W-ACCOUNT
               MOVE 'CR' TO GL-W-DRCR
               MOVE GL-FEE-CR-TOTAL TO GL-W-AMOUNT
               MOVE SPACES TO GL-W-CODE
               PERFORM 380-WRITE-GL-RECORD
           END-IF.
       386-WRITE-GL-COUNTRY.
           IF GL-NOSTRO-DR (X1) > ZERO
               MOVE COUNTRY-CODE (X1) TO GL-NOSTRO-CODE
               MOVE GL-NOSTRO-ACCT TO GL-W-ACCOUNT
               MOVE 'DR' TO GL-W-DRCR
               MOVE GL-NOSTRO-DR (X1) TO GL-W-AMOUNT
               MOVE COUNTRY-CODE (X1) TO GL-W-CODE
               PERFORM 380-WRITE-GL-RECORD
           END-IF.
           IF GL-NOSTRO-CR (X1) > ZERO
               MOVE COUNTRY-CODE (X1) TO GL-NOSTRO-CODE
               MOVE GL-NOSTRO-ACCT TO GL-W-ACCOUNT
               MOVE 'CR' TO GL-W-DRCR
               MOVE GL-NOSTRO-CR (X1) TO GL-W-AMOUNT
               MOVE COUNTRY-CODE (X1) TO GL-W-CODE
               PERFORM 380-WRITE-GL-RECORD
           END-IF.
       388-WRITE-GL-TRAILER.
           MOVE WS-EXPECT-BUS-DATE TO GL-TRL-BUS-DATE.
           MOVE WS-RUN-NUMBER TO GL-TRL-RUN-NUMBER.
           MOVE GL-REC-COUNT TO GL-TRL-COUNT.
           MOVE GL-NET-AMOUNT TO GL-TRL-NET.
           WRITE GL-RECORD FROM GL-TRAILER-LINE.
       390-WRITE-PAY-HEADER.
           MOVE WS-EXPECT-BUS-DATE TO PAY-HDR-BUS-DATE.
           MOVE WS-RUN-NUMBER TO PAY-HDR-RUN-NUMBER.
           WRITE PAY-RECORD FROM PAY-HEADER-LINE.
       392-WRITE-PAY-INSTRUCTION.
           MOVE WS-ACCOUNT TO PAY-DET-ACCOUNT.
           MOVE PAY-W-CODE TO PAY-DET-CODE.
           MOVE PAY-W-FOREIGN TO PAY-DET-FOREIGN.
           MOVE PAY-W-USD TO PAY-DET-USD.
           MOVE PAY-W-RATE TO PAY-DET-RATE.
           IF WS-VALUE-DATE = ZERO
               MOVE WS-EXPECT-BUS-DATE TO PAY-DET-VALUE-DATE
           ELSE
               MOVE WS-VALUE-DATE TO PAY-DET-VALUE-DATE
           END-IF.
           MOVE WS-EXPECT-BUS-DATE TO PAY-DET-BUS-DATE.
           MOVE WS-RUN-NUMBER TO PAY-DET-RUN-NUMBER.
           WRITE PAY-RECORD FROM PAY-DETAIL-LINE.
           ADD 1 TO PAY-REC-COUNT.
           ADD PAY-W-USD TO PAY-HASH-TOTAL.
       393-WRITE-PAY-RECALL.
           MOVE WS-ACCOUNT TO PAY-RCL-ACCOUNT.
           MOVE PAY-W-CODE TO PAY-RCL-CODE.
           MOVE PAY-W-FOREIGN TO PAY-RCL-FOREIGN.
           MOVE PAY-W-USD TO PAY-RCL-USD.
           MOVE PAY-W-RATE TO PAY-RCL-RATE.
           MOVE WS-EXPECT-BUS-DATE TO PAY-RCL-VALUE-DATE.
           MOVE WS-EXPECT-BUS-DATE TO PAY-RCL-BUS-DATE.
           MOVE WS-RUN-NUMBER TO PAY-RCL-RUN-NUMBER.
           MOVE WS-REV-ORIG-DATE TO PAY-RCL-ORIG-BUS-DATE.
           MOVE WS-REV-ORIG-RUN TO PAY-RCL-ORIG-RUN.
           WRITE PAY-RECORD FROM PAY-RECALL-LINE.
           ADD 1 TO PAY-REC-COUNT.
           ADD PAY-W-USD TO PAY-HASH-TOTAL.
       394-WRITE-PAY-TRAILER.
           MOVE WS-EXPECT-BUS-DATE TO PAY-TRL-BUS-DATE.
           MOVE WS-RUN-NUMBER TO PAY-TRL-RUN-NUMBER.
           MOVE PAY-REC-COUNT TO PAY-TRL-COUNT.
           MOVE PAY-HASH-TOTAL TO PAY-TRL-HASH.
           WRITE PAY-RECORD FROM PAY-TRAILER-LINE.
       355-FIND-FEE-SCHEDULE.
           MOVE 'N' TO WS-FEE-FOUND-SWITCH.
           MOVE ZERO TO WS-BUY-SPREAD.
           MOVE ZERO TO WS-SELL-SPREAD.
           MOVE ZERO TO WS-MIN-COMM.
           PERFORM VARYING F1 FROM 1 BY 1
                   UNTIL F1 > FEE-ENTRY-COUNT OR FEE-FOUND
               IF FEE-TAB-CODE (F1) = WS-FEE-CODE
                   MOVE FEE-TAB-BUY-SPREAD (F1) TO WS-BUY-SPREAD
                   MOVE FEE-TAB-MIN-COMM (F1) TO WS-MIN-COMM
                   MOVE 'Y' TO WS-FEE-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-CUST-TIER >= '1' AND WS-CUST-TIER <= '3'
               MOVE WS-CUST-TIER TO WS-TIER-NDX
               MOVE TIER-SPREAD (WS-TIER-NDX) TO WS-BUY-SPREAD
               MOVE TIER-SPREAD (WS-TIER-NDX) TO WS-SELL-SPREAD
           END-IF.
       354-CHECK-COUNTED-RUN.
           MOVE 'N' TO WS-DAYT-RUN-SWITCH.
           EVALUATE TRUE
               WHEN WS-DAYT-RUN = ZERO
                   MOVE 'Y' TO WS-DAYT-RUN-SWITCH
               WHEN WS-DAYT-RUN = WS-RUN-NUMBER
                   IF RESTART-RUN
                       MOVE 'Y' TO WS-DAYT-RUN-SWITCH
                   END-IF
               WHEN OTHER
                   PERFORM VARYING R1 FROM 1 BY 1
                           UNTIL R1 > RUNC-ENTRY-COUNT
                               OR DAYT-RUN-COUNTED
                       IF RUNC-TAB-RUN (R1) = WS-DAYT-RUN
                           MOVE 'Y' TO WS-DAYT-RUN-SWITCH
                       END-IF
                   END-PERFORM
                   IF DAYT-RUN-COUNTED
                       SET R1 DOWN BY 1
                       IF RUNC-TAB-TYPE (R1) = 'D'
                           MOVE 'N' TO WS-DAYT-RUN-SWITCH
                       END-IF
                   ELSE
                       IF RUNC-ENTRY-COUNT NOT < WS-MAX-RUNC
                           MOVE 'Y' TO WS-DAYT-RUN-SWITCH
                       END-IF
                   END-IF
           END-EVALUATE.
       356-LOAD-BOOKED-DAY-TOTALS.
           IF SCAN-FORWARDS-SEEN
               CLOSE FORWARD-DEAL-FILE
           END-IF.
           MOVE 'N' TO WS-FWD-EOF-SWITCH.
           OPEN INPUT FORWARD-DEAL-FILE.
           IF FWD-FILE-STATUS NOT = '00'
                   AND FWD-FILE-STATUS NOT = '05'
               DISPLAY 'FORWARD DEAL FILE STATUS ' FWD-FILE-STATUS
               DISPLAY 'DAILY LIMITS EXCLUDE EARLIER FORWARD BOOKINGS'
               MOVE 4 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               PERFORM UNTIL FWD-EOF
                   READ FORWARD-DEAL-FILE INTO FWD-DETAIL-LINE
                       AT END SET FWD-EOF TO TRUE
                       NOT AT END PERFORM 358-POST-BOOKED-DAY-TOTAL
                   END-READ
               END-PERFORM
               CLOSE FORWARD-DEAL-FILE
           END-IF.
           IF SCAN-FORWARDS-SEEN
               OPEN EXTEND FORWARD-DEAL-FILE
               IF FWD-FILE-STATUS NOT = '00'
                       AND FWD-FILE-STATUS NOT = '05'
                   DISPLAY 'FORWARD DEAL FILE STATUS ' FWD-FILE-STATUS
                   DISPLAY 'BATCH RUN ABORTED - NO FORWARD DEAL FILE'
                   MOVE 'Y' TO WS-BATCH-ABORT-SWITCH
                   MOVE 16 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               END-IF
           END-IF.
       358-POST-BOOKED-DAY-TOTAL.
           IF FWD-BUS-DATE = WS-EXPECT-BUS-DATE
                   AND FWD-ACCOUNT NOT = SPACES
               MOVE FWD-RUN-NUMBER TO WS-DAYT-RUN
               PERFORM 354-CHECK-COUNTED-RUN
               IF DAYT-RUN-COUNTED
                   MOVE FWD-ACCOUNT TO WS-CUST-ACCT
                   PERFORM 357-FIND-CUSTOMER
                   IF CUSTOMER-FOUND AND WS-CUST-LIMIT > ZERO
                       MOVE FWD-ACCOUNT TO WS-DAYT-ACCT
                       MOVE FWD-USD-AMT TO WS-DAYT-USD
                       PERFORM 319-ADD-DAILY-TOTAL
                   END-IF
               END-IF
           END-IF.
       357-FIND-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SWITCH.
           MOVE SPACES TO WS-CUST-NAME.
           MOVE SPACE TO WS-CUST-STATUS.
           MOVE ZERO TO WS-CUST-LIMIT.
           IF CUST-MASTER-OPEN
               MOVE WS-CUST-ACCT TO CUST-ACCOUNT-IN
               READ CUSTOMER-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CUST-DAILY-LIMIT-IN NOT NUMERIC
                           MOVE ZERO TO CUST-DAILY-LIMIT-IN
                       END-IF
                       MOVE CUST-NAME-IN TO WS-CUST-NAME
                       MOVE CUST-STATUS-IN TO WS-CUST-STATUS
                       MOVE CUST-TIER-IN TO WS-CUST-TIER
                       MOVE CUST-DAILY-LIMIT-IN TO WS-CUST-LIMIT
                       MOVE 'Y' TO WS-CUST-FOUND-SWITCH
               END-READ
           END-IF.
       360-COMPUTE-FEE.
           COMPUTE WS-FEE-AMOUNT ROUNDED =
               WS-GROSS-USD * WS-SPREAD-PCT / 100.
           IF WS-FEE-AMOUNT < WS-MIN-COMM
               MOVE WS-MIN-COMM TO WS-FEE-AMOUNT
           END-IF.
           IF WS-FEE-AMOUNT > WS-GROSS-USD
               MOVE WS-GROSS-USD TO WS-FEE-AMOUNT
           END-IF.
       365-CAPTURE-STATEMENT.
           IF STMT-WORK-OPEN
               ADD 1 TO STMT-ENTRY-COUNT
               MOVE WS-ACCOUNT TO SWRK-ACCOUNT
               MOVE WS-TRAN-POS TO SWRK-TRAN-SEQ
               MOVE STMT-ENTRY-COUNT TO SWRK-CAPTURE-SEQ
               MOVE WS-STMT-CODE TO SWRK-CODE
               MOVE WS-STMT-FOREIGN TO SWRK-FOREIGN-AMT
               MOVE WS-STMT-RATE TO SWRK-RATE
               MOVE WS-STMT-USD TO SWRK-USD-AMT
               WRITE SWRK-RECORD FROM SWRK-DETAIL-LINE
           END-IF.
       370-PRINT-STATEMENTS.
           CLOSE STATEMENT-WORK-FILE.
           MOVE 'N' TO WS-SWRK-OPEN-SWITCH.
           SORT STATEMENT-SORT-FILE
               ON ASCENDING KEY SSRT-ACCOUNT SSRT-CAPTURE-SEQ
               USING STATEMENT-WORK-FILE
               GIVING STATEMENT-SORTED-FILE.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'STATEMENT SORT RETURN CODE ' SORT-RETURN
               DISPLAY 'SETTLEMENT STATEMENTS NOT PRINTED'
               MOVE 4 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               PERFORM 371-PRINT-SORTED-STATEMENTS
           END-IF.
       371-PRINT-SORTED-STATEMENTS.
           OPEN OUTPUT SETTLEMENT-STATEMENT.
           IF SETT-FILE-STATUS NOT = '00'
                   AND SETT-FILE-STATUS NOT = '05'
               DISPLAY 'SETTLEMENT STATEMENT STATUS ' SETT-FILE-STATUS
               DISPLAY 'SETTLEMENT STATEMENTS NOT PRINTED'
           ELSE
               OPEN INPUT STATEMENT-SORTED-FILE
               IF SSTD-FILE-STATUS NOT = '00'
                   DISPLAY 'SORTED STATEMENT FILE STATUS '
                       SSTD-FILE-STATUS
                   DISPLAY 'SETTLEMENT STATEMENTS NOT PRINTED'
               ELSE
                   MOVE 'N' TO SSTD-EOF-SWITCH
                   PERFORM 373-READ-SORTED-STATEMENT
                   PERFORM UNTIL SSTD-EOF
                       PERFORM 372-PRINT-ONE-CUSTOMER
                   END-PERFORM
                   CLOSE STATEMENT-SORTED-FILE
                   PERFORM 376-PRINT-CUSTOMER-SUMMARY
               END-IF
               CLOSE SETTLEMENT-STATEMENT
           END-IF.
       372-PRINT-ONE-CUSTOMER.
           MOVE SWRK-ACCOUNT TO WS-STMT-ACCT.
           MOVE WS-STMT-ACCT TO STMT-HDR-ACCOUNT.
           MOVE WS-STMT-ACCT TO WS-CUST-ACCT.
           PERFORM 357-FIND-CUSTOMER.
           MOVE WS-CUST-NAME TO STMT-HDR-NAME.
           MOVE WS-TODAY-DATE TO STMT-HDR-DATE.
           WRITE STMT-RECORD FROM STMT-HEADING-LINE.
           WRITE STMT-RECORD FROM STMT-COLUMN-LINE.
           MOVE ZERO TO WS-CUST-TOTAL.
           PERFORM UNTIL SSTD-EOF OR SWRK-ACCOUNT NOT = WS-STMT-ACCT
               MOVE SWRK-CODE TO STMT-DET-CODE
               MOVE SWRK-FOREIGN-AMT TO STMT-DET-FOREIGN
               MOVE SWRK-RATE TO STMT-DET-RATE
               MOVE SWRK-USD-AMT TO STMT-DET-USD
               WRITE STMT-RECORD FROM STMT-DETAIL-LINE
               ADD SWRK-USD-AMT TO WS-CUST-TOTAL
               PERFORM 373-READ-SORTED-STATEMENT
           END-PERFORM.
           MOVE WS-CUST-TOTAL TO STMT-TOT-AMT.
           WRITE STMT-RECORD FROM STMT-TOTAL-LINE.
           MOVE SPACES TO STMT-RECORD.
           WRITE STMT-RECORD.
       373-READ-SORTED-STATEMENT.
           READ STATEMENT-SORTED-FILE INTO SWRK-DETAIL-LINE
               AT END SET SSTD-EOF TO TRUE
           END-READ.
       376-PRINT-CUSTOMER-SUMMARY.
           WRITE STMT-RECORD FROM STMT-SUMMARY-HEAD-LINE.
           OPEN INPUT STATEMENT-SORTED-FILE.
           IF SSTD-FILE-STATUS NOT = '00'
               DISPLAY 'SORTED STATEMENT FILE STATUS ' SSTD-FILE-STATUS
               DISPLAY 'CUSTOMER SUMMARY NOT PRINTED'
           ELSE
               MOVE 'N' TO SSTD-EOF-SWITCH
               PERFORM 373-READ-SORTED-STATEMENT
               PERFORM UNTIL SSTD-EOF
                   PERFORM 377-SUMMARIZE-ONE-CUSTOMER
               END-PERFORM
               CLOSE STATEMENT-SORTED-FILE
           END-IF.
       377-SUMMARIZE-ONE-CUSTOMER.
           MOVE SWRK-ACCOUNT TO WS-STMT-ACCT.
           MOVE ZERO TO WS-CUST-TOTAL.
           MOVE ZERO TO WS-CUST-CONVS.
           PERFORM UNTIL SSTD-EOF OR SWRK-ACCOUNT NOT = WS-STMT-ACCT
               ADD SWRK-USD-AMT TO WS-CUST-TOTAL
               ADD 1 TO WS-CUST-CONVS
               PERFORM 373-READ-SORTED-STATEMENT
           END-PERFORM.
           MOVE WS-STMT-ACCT TO STMT-SUM-ACCT.
           MOVE WS-CUST-CONVS TO STMT-SUM-CONVS.
           MOVE WS-CUST-TOTAL TO STMT-SUM-TOTAL.
           WRITE STMT-RECORD FROM STMT-SUMMARY-LINE.
       400-MAINTAIN-RATES.
           DISPLAY MAINT-SCREEN.
           ACCEPT MAINT-SCREEN.
           MOVE SPACES TO WS-ERROR-MSG.
           EVALUATE WS-MAINT-ACTION
               WHEN 'A' WHEN 'a'
                   PERFORM 410-ADD-COUNTRY
               WHEN 'C' WHEN 'c'
                   PERFORM 420-CHANGE-COUNTRY
               WHEN 'D' WHEN 'd'
                   PERFORM 430-DELETE-COUNTRY
               WHEN OTHER
                   MOVE 'INVALID MAINTENANCE ACTION' TO WS-ERROR-MSG
           END-EVALUATE.
           DISPLAY MAINT-MESSAGE-SCREEN.
       410-ADD-COUNTRY.
           PERFORM 440-FIND-MAINT-CODE.
           IF MAINT-FOUND
               MOVE 'COUNTRY CODE ALREADY IN TABLE' TO WS-ERROR-MSG
           ELSE
               IF WS-MAINT-RATE NOT > ZERO
                   MOVE 'RATE MUST BE POSITIVE' TO WS-ERROR-MSG
               ELSE
                   IF TABLE-ENTRY-COUNT NOT < WS-MAX-COUNTRIES
                       MOVE 'EXCHANGE TABLE IS FULL' TO WS-ERROR-MSG
                   ELSE
                       PERFORM 450-INSERT-COUNTRY
                       MOVE 'COUNTRY ADDED' TO WS-ERROR-MSG
                       PERFORM 130-WRITE-RATE-MASTER
                   END-IF
               END-IF
           END-IF.
       420-CHANGE-COUNTRY.
           PERFORM 440-FIND-MAINT-CODE.
           IF NOT MAINT-FOUND
               MOVE 'COUNTRY CODE NOT IN TABLE' TO WS-ERROR-MSG
           ELSE
               IF WS-MAINT-RATE NOT > ZERO
                   MOVE 'RATE MUST BE POSITIVE' TO WS-ERROR-MSG
               ELSE
                   MOVE EXCHANGE-RATE (X1) TO WS-PRIOR-RATE
                   MOVE COUNTRY-RATE-SCALE (X1) TO WS-PRIOR-SCALE
                   IF WS-MAINT-SCALE = ZERO
                       MOVE WS-PRIOR-SCALE TO WS-MAINT-SCALE
                   END-IF
                   PERFORM 530-CHECK-THRESHOLD
                   MOVE 'M' TO PEND-SOURCE
                   PERFORM 550-QUEUE-PENDING-RATE
                   IF WS-MAINT-LIMIT > ZERO
                       MOVE WS-MAINT-LIMIT TO COUNTRY-POS-LIMIT (X1)
                       PERFORM 130-WRITE-RATE-MASTER
                   END-IF
                   MOVE 'CHANGE QUEUED FOR APPROVAL' TO WS-ERROR-MSG
               END-IF
           END-IF.
       430-DELETE-COUNTRY.
           PERFORM 440-FIND-MAINT-CODE.
           IF NOT MAINT-FOUND
               MOVE 'COUNTRY CODE NOT IN TABLE' TO WS-ERROR-MSG
           ELSE
               PERFORM 460-REMOVE-COUNTRY
               MOVE 'COUNTRY DELETED' TO WS-ERROR-MSG
               PERFORM 130-WRITE-RATE-MASTER
           END-IF.
       440-FIND-MAINT-CODE.
           MOVE 'N' TO WS-MAINT-FOUND-SWITCH.
           SEARCH ALL COUNTRY
               AT END
                   CONTINUE
               WHEN COUNTRY-CODE (X1) = WS-MAINT-CODE
                   MOVE 'Y' TO WS-MAINT-FOUND-SWITCH
           END-SEARCH.
       450-INSERT-COUNTRY.
           PERFORM VARYING X1 FROM 1 BY 1
                   UNTIL X1 > TABLE-ENTRY-COUNT
                      OR COUNTRY-CODE (X1) > WS-MAINT-CODE
               CONTINUE
           END-PERFORM.
           MOVE TABLE-ENTRY-COUNT TO WS-SHIFT-FROM.
           ADD 1 TO TABLE-ENTRY-COUNT.
           IF X1 <= WS-SHIFT-FROM
               PERFORM VARYING X2 FROM WS-SHIFT-FROM BY -1
                       UNTIL X2 < X1
                   MOVE COUNTRY (X2) TO COUNTRY (X2 + 1)
               END-PERFORM
           END-IF.
           MOVE WS-MAINT-CODE TO COUNTRY-CODE (X1).
           MOVE WS-MAINT-NAME TO COUNTRY-NAME (X1).
           MOVE WS-MAINT-RATE TO EXCHANGE-RATE (X1).
           MOVE WS-TODAY-DATE TO RATE-EFF-DATE (X1).
           MOVE WS-MAINT-LIMIT TO COUNTRY-POS-LIMIT (X1).
           IF WS-MAINT-SCALE = ZERO
               MOVE 1 TO COUNTRY-RATE-SCALE (X1)
           ELSE
               MOVE WS-MAINT-SCALE TO COUNTRY-RATE-SCALE (X1)
           END-IF.
       460-REMOVE-COUNTRY.
           PERFORM VARYING X2 FROM X1 BY 1
                   UNTIL X2 > TABLE-ENTRY-COUNT - 1
               MOVE COUNTRY (X2 + 1) TO COUNTRY (X2)
           END-PERFORM.
           SUBTRACT 1 FROM TABLE-ENTRY-COUNT.
       470-MAINTAIN-CUSTOMER.
           OPEN I-O CUSTOMER-MASTER.
           IF CUST-FILE-STATUS = '00' OR CUST-FILE-STATUS = '05'
               MOVE 'Y' TO WS-CUST-OPEN-SWITCH
           END-IF.
           DISPLAY CUST-MAINT-SCREEN.
           ACCEPT CUST-MAINT-SCREEN.
           MOVE SPACES TO WS-ERROR-MSG.
           IF NOT CUST-MASTER-OPEN
               MOVE 'CUSTOMER FILE NOT AVAILABLE' TO WS-ERROR-MSG
           ELSE
               IF WS-CMNT-ACCOUNT = SPACES
                   MOVE 'ACCOUNT NUMBER REQUIRED' TO WS-ERROR-MSG
               END-IF
           END-IF.
           IF WS-ERROR-MSG = SPACES
               MOVE WS-CMNT-ACCOUNT TO WS-CUST-ACCT
               PERFORM 357-FIND-CUSTOMER
               EVALUATE WS-CMNT-ACTION
                   WHEN 'A' WHEN 'a'
                       PERFORM 472-ADD-CUSTOMER
                   WHEN 'C' WHEN 'c'
                       PERFORM 474-CHANGE-CUSTOMER
                   WHEN 'B' WHEN 'b'
                   WHEN 'U' WHEN 'u'
                   WHEN 'X' WHEN 'x'
                       PERFORM 476-SET-CUSTOMER-STATUS
                   WHEN OTHER
                       MOVE 'INVALID MAINTENANCE ACTION' TO WS-ERROR-MSG
               END-EVALUATE
           END-IF.
           IF CUST-MASTER-OPEN
               CLOSE CUSTOMER-MASTER
               MOVE 'N' TO WS-CUST-OPEN-SWITCH
           END-IF.
           DISPLAY MAINT-MESSAGE-SCREEN.
       472-ADD-CUSTOMER.
           IF CUSTOMER-FOUND
               MOVE 'ACCOUNT ALREADY ON FILE' TO WS-ERROR-MSG
           ELSE
               IF WS-CMNT-NAME = SPACES
                   MOVE 'CUSTOMER NAME REQUIRED' TO WS-ERROR-MSG
               ELSE
                   PERFORM 478-EDIT-CUSTOMER-TIER
                   IF WS-ERROR-MSG = SPACES
                       MOVE 'A' TO CAUD-ACTION
                       MOVE SPACES TO CAUD-BEF-NAME
                       MOVE SPACE TO CAUD-BEF-STATUS
                       MOVE SPACE TO CAUD-BEF-TIER
                       MOVE ZERO TO CAUD-BEF-LIMIT
                       MOVE WS-CMNT-ACCOUNT TO CUST-ACCOUNT-IN
                       MOVE WS-CMNT-NAME TO CUST-NAME-IN
                       MOVE 'A' TO CUST-STATUS-IN
                       MOVE WS-CMNT-LIMIT TO CUST-DAILY-LIMIT-IN
                       IF WS-CMNT-TIER = 'S' OR WS-CMNT-TIER = 's'
                           MOVE SPACE TO CUST-TIER-IN
                       ELSE
                           MOVE WS-CMNT-TIER TO CUST-TIER-IN
                       END-IF
                       PERFORM 479-SAVE-CUSTOMER-CHANGE
                       IF CUST-MASTER-SAVED
                           MOVE 'CUSTOMER ADDED' TO WS-ERROR-MSG
                       END-IF
                   END-IF
               END-IF
           END-IF.
       474-CHANGE-CUSTOMER.
           IF NOT CUSTOMER-FOUND
               MOVE 'ACCOUNT NOT ON FILE' TO WS-ERROR-MSG
           ELSE
               IF CUST-STATUS-IN = 'C'
                       OR CUST-STATUS-IN = 'c'
                   MOVE 'ACCOUNT IS CLOSED' TO WS-ERROR-MSG
               ELSE
                   IF WS-CMNT-NAME = SPACES AND WS-CMNT-TIER = SPACE
                           AND WS-CMNT-LIMIT = ZERO
                           AND NOT CMNT-REMOVE-LIMIT
                       MOVE 'NO NAME, TIER, OR LIMIT CHANGE'
                           TO WS-ERROR-MSG
                   ELSE
                       PERFORM 478-EDIT-CUSTOMER-TIER
                       IF WS-ERROR-MSG = SPACES
                           PERFORM 477-EDIT-LIMIT-REMOVAL
                       END-IF
                       IF WS-ERROR-MSG = SPACES
                           MOVE 'C' TO CAUD-ACTION
                           MOVE CUST-NAME-IN TO CAUD-BEF-NAME
                           MOVE CUST-STATUS-IN TO CAUD-BEF-STATUS
                           MOVE CUST-TIER-IN TO CAUD-BEF-TIER
                           MOVE CUST-DAILY-LIMIT-IN TO CAUD-BEF-LIMIT
                           IF WS-CMNT-NAME NOT = SPACES
                               MOVE WS-CMNT-NAME TO CUST-NAME-IN
                           END-IF
                           IF WS-CMNT-LIMIT > ZERO
                               MOVE WS-CMNT-LIMIT TO CUST-DAILY-LIMIT-IN
                           END-IF
                           IF CMNT-REMOVE-LIMIT
                               MOVE ZERO TO CUST-DAILY-LIMIT-IN
                           END-IF
                           IF WS-CMNT-TIER = 'S' OR WS-CMNT-TIER = 's'
                               MOVE SPACE TO CUST-TIER-IN
                           ELSE
                               IF WS-CMNT-TIER NOT = SPACE
                                   MOVE WS-CMNT-TIER
                                       TO CUST-TIER-IN
                               END-IF
                           END-IF
                           PERFORM 479-SAVE-CUSTOMER-CHANGE
                           IF CUST-MASTER-SAVED
                               MOVE 'CUSTOMER CHANGED' TO WS-ERROR-MSG
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       476-SET-CUSTOMER-STATUS.
           IF NOT CUSTOMER-FOUND
               MOVE 'ACCOUNT NOT ON FILE' TO WS-ERROR-MSG
           ELSE
               MOVE CUST-NAME-IN TO CAUD-BEF-NAME
               MOVE CUST-STATUS-IN TO CAUD-BEF-STATUS
               MOVE CUST-TIER-IN TO CAUD-BEF-TIER
               MOVE CUST-DAILY-LIMIT-IN TO CAUD-BEF-LIMIT
               EVALUATE TRUE
                   WHEN CAUD-BEF-STATUS = 'C' OR CAUD-BEF-STATUS = 'c'
                       MOVE 'ACCOUNT IS CLOSED' TO WS-ERROR-MSG
                   WHEN WS-CMNT-ACTION = 'B' OR WS-CMNT-ACTION = 'b'
                       IF CAUD-BEF-STATUS = 'B'
                               OR CAUD-BEF-STATUS = 'b'
                           MOVE 'ACCOUNT ALREADY BLOCKED'
                               TO WS-ERROR-MSG
                       ELSE
                           MOVE 'B' TO CAUD-ACTION
                           MOVE 'B' TO CUST-STATUS-IN
                       END-IF
                   WHEN WS-CMNT-ACTION = 'U' OR WS-CMNT-ACTION = 'u'
                       IF CAUD-BEF-STATUS NOT = 'B'
                               AND CAUD-BEF-STATUS NOT = 'b'
                           MOVE 'ACCOUNT IS NOT BLOCKED'
                               TO WS-ERROR-MSG
                       ELSE
                           MOVE 'U' TO CAUD-ACTION
                           MOVE 'A' TO CUST-STATUS-IN
                       END-IF
                   WHEN OTHER
                       MOVE 'X' TO CAUD-ACTION
                       MOVE 'C' TO CUST-STATUS-IN
               END-EVALUATE
               IF WS-ERROR-MSG = SPACES
                   PERFORM 479-SAVE-CUSTOMER-CHANGE
                   IF CUST-MASTER-SAVED
                       EVALUATE CAUD-ACTION
                           WHEN 'B'
                               MOVE 'ACCOUNT BLOCKED' TO WS-ERROR-MSG
                           WHEN 'U'
                               MOVE 'ACCOUNT UNBLOCKED' TO WS-ERROR-MSG
                           WHEN OTHER
                               MOVE 'ACCOUNT CLOSED' TO WS-ERROR-MSG
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
       477-EDIT-LIMIT-REMOVAL.
           EVALUATE TRUE
               WHEN WS-CMNT-NO-LIMIT NOT = SPACE
                       AND WS-CMNT-NO-LIMIT NOT = 'N'
                       AND WS-CMNT-NO-LIMIT NOT = 'n'
                       AND NOT CMNT-REMOVE-LIMIT
                   MOVE 'REMOVE LIMIT MUST BE Y OR N' TO WS-ERROR-MSG
               WHEN CMNT-REMOVE-LIMIT AND WS-CMNT-LIMIT > ZERO
                   MOVE 'NEW LIMIT AND REMOVE LIMIT' TO WS-ERROR-MSG
               WHEN CMNT-REMOVE-LIMIT
                       AND (CUST-DAILY-LIMIT-IN NOT NUMERIC
                           OR CUST-DAILY-LIMIT-IN = ZERO)
                   MOVE 'ACCOUNT HAS NO DAILY LIMIT' TO WS-ERROR-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       478-EDIT-CUSTOMER-TIER.
           IF WS-CMNT-TIER NOT = SPACE
                   AND WS-CMNT-TIER NOT = 'S' AND WS-CMNT-TIER NOT = 's'
                   AND (WS-CMNT-TIER < '1' OR WS-CMNT-TIER > '3')
               MOVE 'TIER MUST BE 1-3 OR S' TO WS-ERROR-MSG
           END-IF.
       479-SAVE-CUSTOMER-CHANGE.
           MOVE 'N' TO WS-CMNT-SAVED-SWITCH.
           OPEN EXTEND CUSTOMER-AUDIT-FILE.
           IF CAUD-FILE-STATUS NOT = '00'
                   AND CAUD-FILE-STATUS NOT = '05'
               DISPLAY 'CUSTOMER AUDIT FILE STATUS ' CAUD-FILE-STATUS
               DISPLAY 'CUSTOMER CHANGE REFUSED - NOT AUDITABLE'
               MOVE 'CUSTOMER AUDIT NOT AVAILABLE' TO WS-ERROR-MSG
               MOVE 8 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               PERFORM 146-SAVE-CUSTOMER-RECORD
               IF NOT CUST-MASTER-SAVED
                   MOVE 'CUSTOMER FILE NOT UPDATED' TO WS-ERROR-MSG
               ELSE
                   MOVE CUST-ACCOUNT-IN TO CAUD-ACCOUNT
                   MOVE CUST-NAME-IN TO CAUD-AFT-NAME
                   MOVE CUST-STATUS-IN TO CAUD-AFT-STATUS
                   MOVE CUST-TIER-IN TO CAUD-AFT-TIER
                   MOVE CUST-DAILY-LIMIT-IN TO CAUD-AFT-LIMIT
                   MOVE WS-SIGNON-OPER TO CAUD-OPERATOR
                   ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-LOG-TIME FROM TIME
                   MOVE WS-LOG-DATE TO CAUD-DATE
                   MOVE WS-LOG-TIME TO CAUD-TIME
                   WRITE CAUD-RECORD FROM CAUD-DETAIL-LINE
               END-IF
               CLOSE CUSTOMER-AUDIT-FILE
           END-IF.
       900-LOG-CONVERSION.
           IF LIMIT-TRACKED
               MOVE WS-ACCOUNT TO WS-DAYT-ACCT
               MOVE WS-RESULT TO WS-DAYT-USD
               PERFORM 319-ADD-DAILY-TOTAL
           END-IF.
           MOVE CODE-IN TO LOG-CODE.
           MOVE AMOUNT-IN TO LOG-AMOUNT.
           MOVE WS-RATE-USED TO LOG-RATE.
           MOVE WS-EFF-RATE TO LOG-SCALED-RATE.
           MOVE WS-RESULT TO LOG-RESULT.
           MOVE WS-FEE-TOTAL TO LOG-FEE.
           MOVE WS-CONV-DIRECTION TO LOG-DIRECTION.
           PERFORM 905-WRITE-LOG-RECORD.
       905-WRITE-LOG-RECORD.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE WS-LOG-DATE TO LOG-DATE.
           MOVE WS-LOG-TIME TO LOG-TIME.
           MOVE WS-ACCOUNT TO LOG-ACCOUNT.
           MOVE WS-SIGNON-OPER TO LOG-OPERATOR.
           IF WS-EXPECT-BUS-DATE = ZERO
               MOVE WS-LOG-DATE TO LOG-BUS-DATE
           ELSE
               MOVE WS-EXPECT-BUS-DATE TO LOG-BUS-DATE
           END-IF.
           MOVE WS-RUN-NUMBER TO LOG-RUN-NUMBER.
           MOVE WS-TRAN-POS TO LOG-TRAN-SEQ.
           EVALUATE LOG-DIRECTION
               WHEN 'R'
                   MOVE WS-LOG-LINK TO LOG-REVERSAL-LINK
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO LOG-REVERSAL-LINK
           END-EVALUATE.
           IF CLOG-FILE-STATUS = '00'
               WRITE LOG-RECORD FROM LOG-DETAIL-LINE
               ADD 1 TO WS-LOG-RUN-RECS
           END-IF.
       910-LOG-CROSS-LEGS.
           IF LIMIT-TRACKED
               MOVE WS-ACCOUNT TO WS-DAYT-ACCT
               MOVE WS-USD-INTERIM TO WS-DAYT-USD
               PERFORM 319-ADD-DAILY-TOTAL
           END-IF.
           MOVE CODE-IN TO LOG-CODE.
           MOVE AMOUNT-IN TO LOG-AMOUNT.
           MOVE WS-FROM-RATE TO LOG-RATE.
           MOVE WS-FROM-EFF-RATE TO LOG-SCALED-RATE.
           MOVE WS-USD-INTERIM TO LOG-RESULT.
           MOVE WS-FEE-TOTAL TO LOG-FEE.
           MOVE 'C' TO LOG-DIRECTION.
           PERFORM 905-WRITE-LOG-RECORD.
           MOVE WS-CROSS-CODE TO LOG-CODE.
           MOVE WS-RESULT TO LOG-AMOUNT.
           MOVE WS-TO-RATE TO LOG-RATE.
           MOVE WS-TO-EFF-RATE TO LOG-SCALED-RATE.
           MOVE WS-USD-INTERIM TO LOG-RESULT.
           MOVE ZERO TO LOG-FEE.
           MOVE 'C' TO LOG-DIRECTION.
           PERFORM 905-WRITE-LOG-RECORD.
       915-LOG-REVERSAL.
           MOVE WS-REV-ORIG-DATE TO WS-LINK-BUS-DATE.
           MOVE WS-REV-ORIG-RUN TO WS-LINK-RUN-NUMBER.
           MOVE RVC-TRAN-SEQ (RV1) TO WS-LINK-TRAN-SEQ.
           MOVE RVC-DIRECTION (RV1) TO WS-LINK-ORIG-DIR.
           MOVE CODE-IN TO LOG-CODE.
           MOVE AMOUNT-IN TO LOG-AMOUNT.
           MOVE RVC-RATE (RV1) TO LOG-RATE.
           MOVE RVC-SCALED-RATE (RV1) TO LOG-SCALED-RATE.
           IF RVC-DIRECTION (RV1) = 'C'
               MOVE WS-REV-GROSS TO LOG-RESULT
           ELSE
               MOVE WS-REV-NET TO LOG-RESULT
           END-IF.
           MOVE WS-REV-FEE TO LOG-FEE.
           MOVE 'R' TO LOG-DIRECTION.
           PERFORM 905-WRITE-LOG-RECORD.
           IF RVC-DIRECTION (RV1) = 'C'
               MOVE RVC-TO-CODE (RV1) TO LOG-CODE
               MOVE RVC-TO-AMOUNT (RV1) TO LOG-AMOUNT
               MOVE RVC-TO-RATE (RV1) TO LOG-RATE
               MOVE RVC-TO-SCALED-RATE (RV1) TO LOG-SCALED-RATE
               MOVE WS-REV-GROSS TO LOG-RESULT
               MOVE ZERO TO LOG-FEE
               MOVE 'R' TO LOG-DIRECTION
               PERFORM 905-WRITE-LOG-RECORD
           END-IF.
       916-LOG-REVALUATION.
           ADD 1 TO WS-TRAN-POS.
           MOVE SPACES TO WS-ACCOUNT.
           MOVE COUNTRY-CODE (X1) TO LOG-CODE.
           MOVE ZERO TO LOG-AMOUNT.
           MOVE EXCHANGE-RATE (X1) TO LOG-RATE.
           MOVE WS-EFF-RATE TO LOG-SCALED-RATE.
           MOVE WS-REVAL-ABS TO LOG-RESULT.
           MOVE ZERO TO LOG-FEE.
           MOVE 'V' TO LOG-DIRECTION.
           MOVE SPACES TO LOG-REVERSAL-LINK.
           IF WS-REVAL-GAIN > ZERO
               MOVE '+' TO LOG-REVAL-SIGN
           ELSE
               MOVE '-' TO LOG-REVAL-SIGN
           END-IF.
           PERFORM 905-WRITE-LOG-RECORD.
       180-RUN-JOB-STREAM.
           MOVE WS-RUN-START-DATE TO WS-JOB-START-DATE.
           MOVE WS-RUN-START-TIME TO WS-JOB-START-TIME.
           MOVE WS-RESTART-REQ-SWITCH TO WS-JOB-RESTART-SWITCH.
           IF PARM-BUS-DATE NUMERIC
                   AND PARM-BUS-DATE NOT = '00000000'
               MOVE PARM-BUS-DATE TO WS-JOB-BUS-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-JOB-BUS-DATE
           END-IF.
           MOVE ZERO TO WS-JOB-STEPS-RUN.
           MOVE ZERO TO WS-JOB-STEPS-FAILED.
           PERFORM 181-LOAD-JOB-STREAM.
           IF JOB-STREAM-OK
               PERFORM 182-FIND-FIRST-STEP
           END-IF.
           IF JOB-STREAM-OK
               MOVE WS-COMPLETION-CODE TO WS-JOB-STREAM-RC
               MOVE 'N' TO WS-JOB-STOP-SWITCH
               PERFORM 183-RUN-JOB-STEP
                   VARYING JS1 FROM 1 BY 1
                   UNTIL JS1 > JOB-STEP-COUNT
               MOVE WS-JOB-STREAM-RC TO WS-COMPLETION-CODE
               IF NOT JOB-STREAM-STOPPED
                   MOVE ZERO TO JCKP-NEXT-STEP
                   MOVE SPACE TO JCKP-NEXT-MODE
                   MOVE 'C' TO JCKP-STATUS
                   PERFORM 187-WRITE-JOB-CHECKPOINT
               END-IF
               DISPLAY 'JOB STREAM SUMMARY FOR ' WS-JOB-BUS-DATE
               PERFORM 188-DISPLAY-JOB-STEP
                   VARYING JS1 FROM 1 BY 1
                   UNTIL JS1 > JOB-STEP-COUNT
           END-IF.
           DISPLAY 'JOB STREAM ENDED - STEPS RUN ' WS-JOB-STEPS-RUN
               ' FAILED ' WS-JOB-STEPS-FAILED
               ' RC ' WS-COMPLETION-CODE.
           MOVE 'J' TO WS-RUN-MODE.
           MOVE WS-JOB-START-DATE TO WS-RUN-START-DATE.
           MOVE WS-JOB-START-TIME TO WS-RUN-START-TIME.
           MOVE WS-JOB-STEPS-RUN TO WS-RECORDS-READ.
           MOVE WS-JOB-STEPS-FAILED TO WS-ERROR-COUNT.
           MOVE JOB-STEP-COUNT TO WS-JOB-STEP-NO.
           MOVE WS-JOB-STEP-NO TO RUNS-STREAM-STEP.
           PERFORM 170-WRITE-RUN-SUMMARY.
       181-LOAD-JOB-STREAM.
           MOVE 'Y' TO WS-JOB-OK-SWITCH.
           MOVE ZERO TO JOB-STEP-COUNT.
           MOVE ZERO TO JOB-EXTRACT-STEPS.
           MOVE 'N' TO WS-JOB-EOF-SWITCH.
           OPEN INPUT JOB-STREAM-FILE.
           IF JOBS-FILE-STATUS NOT = '00'
               DISPLAY 'JOB STREAM FILE STATUS ' JOBS-FILE-STATUS
               DISPLAY 'JOB STREAM ABORTED - NO STREAM CONTROL FILE'
               MOVE 'N' TO WS-JOB-OK-SWITCH
           ELSE
               PERFORM UNTIL JOB-STREAM-EOF
                   READ JOB-STREAM-FILE
                       AT END SET JOB-STREAM-EOF TO TRUE
                       NOT AT END
                           IF JOBS-MODE-IN NOT = SPACE
                                   AND JOBS-MODE-IN NOT = '*'
                               PERFORM 189-STORE-JOB-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-STREAM-FILE
               IF JOB-STEP-COUNT = ZERO
                   DISPLAY 'JOB STREAM ABORTED - NO STEPS IN STREAM '
                       'CONTROL FILE'
                   MOVE 'N' TO WS-JOB-OK-SWITCH
               END-IF
           END-IF.
           IF NOT JOB-STREAM-OK
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           END-IF.
       189-STORE-JOB-STEP.
           IF JOB-STEP-COUNT NOT < WS-MAX-JOB-STEPS
               DISPLAY 'JOB STREAM ABORTED - MORE THAN '
                   WS-MAX-JOB-STEPS ' STEPS'
               MOVE 'N' TO WS-JOB-OK-SWITCH
               SET JOB-STREAM-EOF TO TRUE
           ELSE
               ADD 1 TO JOB-STEP-COUNT
               SET JS1 TO JOB-STEP-COUNT
               MOVE JOBS-MODE-IN TO WS-MODE
               PERFORM 165-EDIT-UNATTENDED-MODE
               IF WS-MODE = 'X' OR WS-MODE = 'J' OR WS-MODE = 'j'
                   DISPLAY 'JOB STREAM ABORTED - STEP ' JOB-STEP-COUNT
                       ' MODE ' JOBS-MODE-IN ' CANNOT RUN IN A STREAM'
                   MOVE 'N' TO WS-JOB-OK-SWITCH
               END-IF
               IF JOBS-MODE-IN = 'B' OR JOBS-MODE-IN = 'b'
                       OR JOBS-MODE-IN = 'V' OR JOBS-MODE-IN = 'v'
                       OR JOBS-MODE-IN = 'D' OR JOBS-MODE-IN = 'd'
                   ADD 1 TO JOB-EXTRACT-STEPS
                   IF JOB-EXTRACT-STEPS > 1
                       DISPLAY 'JOB STREAM ABORTED - STEP '
                           JOB-STEP-COUNT ' MODE ' JOBS-MODE-IN
                           ' OVERWRITES GLEXTR OF AN EARLIER STEP'
                       DISPLAY 'ONLY ONE OF MODES B, V AND D PER STREAM'
                       MOVE 'N' TO WS-JOB-OK-SWITCH
                   END-IF
               END-IF
               IF JOBS-MAX-RC-IN NOT NUMERIC
                   DISPLAY 'JOB STREAM ABORTED - STEP ' JOB-STEP-COUNT
                       ' MAXIMUM RC NOT NUMERIC'
                   MOVE 'N' TO WS-JOB-OK-SWITCH
               ELSE
                   MOVE JOBS-MAX-RC-IN TO JOB-TAB-MAX-RC (JS1)
               END-IF
               MOVE JOBS-MODE-IN TO JOB-TAB-MODE (JS1)
               MOVE ZERO TO JOB-TAB-RC (JS1)
               MOVE 'N' TO JOB-TAB-STATUS (JS1)
           END-IF.
       182-FIND-FIRST-STEP.
           MOVE 1 TO WS-JOB-FIRST-STEP.
           OPEN INPUT JOB-CHECKPOINT-FILE.
           IF JCKP-FILE-STATUS = '00' OR JCKP-FILE-STATUS = '05'
               READ JOB-CHECKPOINT-FILE INTO JCKP-DETAIL-LINE
                   AT END MOVE '10' TO JCKP-FILE-STATUS
               END-READ
               CLOSE JOB-CHECKPOINT-FILE
           END-IF.
           EVALUATE TRUE
               WHEN JCKP-FILE-STATUS NOT = '00'
                       OR JCKP-BUS-DATE NOT NUMERIC
                   IF JOB-RESTART-REQUESTED
                       DISPLAY 'NO JOB STREAM CHECKPOINT ON FILE - '
                           'STREAM STARTS AT STEP 1'
                   END-IF
               WHEN JCKP-BUS-DATE NOT = WS-JOB-BUS-DATE
                   IF JOB-RESTART-REQUESTED
                       DISPLAY 'JOB STREAM CHECKPOINT IS FOR '
                           JCKP-BUS-DATE ' - STREAM ABORTED'
                       MOVE 'N' TO WS-JOB-OK-SWITCH
                       MOVE 16 TO WS-RAISE-CODE
                       PERFORM 920-RAISE-COMPLETION
                   END-IF
               WHEN JCKP-STREAM-COMPLETE
                   IF JOB-RESTART-REQUESTED
                       DISPLAY 'JOB STREAM FOR ' WS-JOB-BUS-DATE
                           ' ALREADY COMPLETE - NOTHING RESTARTED'
                       MOVE 'N' TO WS-JOB-OK-SWITCH
                       MOVE 4 TO WS-RAISE-CODE
                       PERFORM 920-RAISE-COMPLETION
                   ELSE
                       IF NOT RERUN-OK
                           DISPLAY 'JOB STREAM FOR ' WS-JOB-BUS-DATE
                               ' ALREADY RUN - SET RERUN OPTION'
                           MOVE 'N' TO WS-JOB-OK-SWITCH
                           MOVE 16 TO WS-RAISE-CODE
                           PERFORM 920-RAISE-COMPLETION
                       END-IF
                   END-IF
               WHEN JOB-RESTART-REQUESTED
                   IF JCKP-NEXT-STEP NOT NUMERIC
                           OR JCKP-NEXT-STEP = ZERO
                           OR JCKP-NEXT-STEP > JOB-STEP-COUNT
                       DISPLAY 'JOB STREAM CHANGED SINCE CHECKPOINT - '
                           'STREAM ABORTED'
                       MOVE 'N' TO WS-JOB-OK-SWITCH
                       MOVE 16 TO WS-RAISE-CODE
                       PERFORM 920-RAISE-COMPLETION
                   ELSE
                       SET JS1 TO JCKP-NEXT-STEP
                       IF JOB-TAB-MODE (JS1) NOT = JCKP-NEXT-MODE
                           DISPLAY 'JOB STREAM CHANGED SINCE '
                               'CHECKPOINT - STREAM ABORTED'
                           MOVE 'N' TO WS-JOB-OK-SWITCH
                           MOVE 16 TO WS-RAISE-CODE
                           PERFORM 920-RAISE-COMPLETION
                       ELSE
                           MOVE JCKP-NEXT-STEP TO WS-JOB-FIRST-STEP
                           DISPLAY 'RESTARTING JOB STREAM AT STEP '
                               WS-JOB-FIRST-STEP ' MODE '
                               JCKP-NEXT-MODE
                       END-IF
                   END-IF
               WHEN RERUN-OK
                   DISPLAY 'INTERRUPTED JOB STREAM DISCARDED - '
                       'STREAM STARTS AT STEP 1'
               WHEN OTHER
                   DISPLAY 'JOB STREAM FOR ' WS-JOB-BUS-DATE
                       ' WAS INTERRUPTED AT STEP ' JCKP-NEXT-STEP
                       ' - SET RESTART OR RERUN OPTION'
                   MOVE 'N' TO WS-JOB-OK-SWITCH
                   MOVE 16 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
           END-EVALUATE.
       183-RUN-JOB-STEP.
           SET WS-JOB-STEP-NO TO JS1.
           EVALUATE TRUE
               WHEN WS-JOB-STEP-NO < WS-JOB-FIRST-STEP
                   MOVE 'S' TO JOB-TAB-STATUS (JS1)
               WHEN JOB-STREAM-STOPPED
                   MOVE 'N' TO JOB-TAB-STATUS (JS1)
               WHEN OTHER
                   PERFORM 184-EXECUTE-JOB-STEP
           END-EVALUATE.
       184-EXECUTE-JOB-STEP.
           PERFORM 185-RESET-STEP-STATE.
           MOVE JOB-TAB-MODE (JS1) TO WS-MODE.
           MOVE WS-MODE TO WS-RUN-MODE.
           IF WS-JOB-STEP-NO = WS-JOB-FIRST-STEP
               MOVE WS-JOB-RESTART-SWITCH TO WS-RESTART-REQ-SWITCH
           ELSE
               MOVE 'N' TO WS-RESTART-REQ-SWITCH
           END-IF.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           DISPLAY 'JOB STREAM STEP ' WS-JOB-STEP-NO ' - MODE ' WS-MODE.
           PERFORM 010-PROCESS-MODE.
           MOVE WS-JOB-STEP-NO TO RUNS-STREAM-STEP.
           PERFORM 170-WRITE-RUN-SUMMARY.
           MOVE SPACES TO RUNS-STREAM-STEP.
           ADD 1 TO WS-JOB-STEPS-RUN.
           MOVE WS-COMPLETION-CODE TO JOB-TAB-RC (JS1).
           IF WS-COMPLETION-CODE > WS-JOB-STREAM-RC
               MOVE WS-COMPLETION-CODE TO WS-JOB-STREAM-RC
           END-IF.
           IF WS-COMPLETION-CODE > JOB-TAB-MAX-RC (JS1)
               MOVE 'F' TO JOB-TAB-STATUS (JS1)
               MOVE 'Y' TO WS-JOB-STOP-SWITCH
               ADD 1 TO WS-JOB-STEPS-FAILED
               DISPLAY 'JOB STREAM STEP ' WS-JOB-STEP-NO ' ENDED RC '
                   WS-COMPLETION-CODE ' OVER LIMIT '
                   JOB-TAB-MAX-RC (JS1) ' - STREAM STOPPED'
               MOVE WS-JOB-STEP-NO TO JCKP-NEXT-STEP
               MOVE JOB-TAB-MODE (JS1) TO JCKP-NEXT-MODE
               MOVE 'F' TO JCKP-STATUS
           ELSE
               MOVE 'C' TO JOB-TAB-STATUS (JS1)
               COMPUTE JCKP-NEXT-STEP = WS-JOB-STEP-NO + 1
               IF JS1 < JOB-STEP-COUNT
                   MOVE JOB-TAB-MODE (JS1 + 1) TO JCKP-NEXT-MODE
               ELSE
                   MOVE SPACE TO JCKP-NEXT-MODE
               END-IF
               MOVE 'R' TO JCKP-STATUS
           END-IF.
           PERFORM 187-WRITE-JOB-CHECKPOINT.
       185-RESET-STEP-STATE.
           MOVE ZERO TO WS-COMPLETION-CODE.
           MOVE ZERO TO WS-RAISE-CODE.
           MOVE ZERO TO WS-ERROR-COUNT.
           MOVE ZERO TO WS-RECORDS-READ.
           MOVE SPACES TO CLOG-FILE-STATUS.
           MOVE SPACES TO RPT-FILE-STATUS.
           MOVE SPACES TO GL-FILE-STATUS.
           MOVE SPACES TO PAY-FILE-STATUS.
           MOVE SPACES TO HOLD-FILE-STATUS.
           MOVE SPACES TO FWD-FILE-STATUS.
           MOVE 'N' TO WS-BATCH-ABORT-SWITCH.
           MOVE 'N' TO TRAN-EOF-SWITCH.
           MOVE 'N' TO FEED-EOF-SWITCH.
           MOVE ZERO TO WS-DETAIL-READ.
           MOVE ZERO TO WS-TRAN-ACCEPTED.
           MOVE ZERO TO WS-TRAN-REJECTED.
           MOVE ZERO TO WS-HASH-ACCUM.
           MOVE ZERO TO WS-EXPECT-COUNT.
           MOVE ZERO TO WS-EXPECT-HASH.
           MOVE ZERO TO WS-EXPECT-BUS-DATE.
           MOVE ZERO TO WS-GRAND-TOTAL.
           MOVE ZERO TO WS-FEE-GRAND-TOTAL.
           MOVE ZERO TO GL-REC-COUNT.
           MOVE ZERO TO GL-NET-AMOUNT.
           MOVE ZERO TO GL-CLEARING-CR-TOTAL.
           MOVE ZERO TO GL-FEE-CR-TOTAL.
           MOVE ZERO TO PAY-REC-COUNT.
           MOVE ZERO TO PAY-HASH-TOTAL.
           MOVE 'B' TO WS-RUNC-TYPE.
           MOVE 'N' TO WS-DUP-RUN-SWITCH.
           MOVE 'N' TO WS-RESTART-SWITCH.
           MOVE 'N' TO WS-LOG-CUT-SWITCH.
           MOVE 'N' TO WS-RUN-DISCARD-SWITCH.
           MOVE ZERO TO WS-LOG-KEEP-RECS.
           MOVE ZERO TO WS-LOG-RUN-RECS.
           MOVE ZERO TO WS-TRAN-POS.
           MOVE ZERO TO WS-CKPT-SINCE.
           MOVE ZERO TO WS-RPT-LINES.
           MOVE ZERO TO STMT-ENTRY-COUNT.
           MOVE 'N' TO WS-SWRK-OPEN-SWITCH.
           MOVE ZERO TO DAYT-ENTRY-COUNT.
           MOVE 'N' TO WS-DAYT-OVERFLOW-SWITCH.
           MOVE 'N' TO WS-POS-DIRTY-SWITCH.
           MOVE 'N' TO WS-NB-DIRTY-SWITCH.
           MOVE 'N' TO WS-QUOTE-OPEN-SWITCH.
           MOVE 'N' TO WS-SCAN-FWD-SWITCH.
           MOVE 'N' TO WS-SCAN-REV-SWITCH.
           MOVE 'N' TO WS-RVWK-OPEN-SWITCH.
           MOVE 'F' TO WS-CONV-DIRECTION.
           MOVE SPACES TO WS-CROSS-CODE.
           MOVE ZERO TO WS-VALUE-DATE.
           MOVE SPACES TO WS-ACCOUNT.
           MOVE SPACES TO WS-QUOTE-ID-IN.
           MOVE ZERO TO LSUM-ENTRY-COUNT.
           MOVE ZERO TO WS-LOG-TOTAL-READ.
           MOVE ZERO TO WS-LOG-SUMMARIZED.
           MOVE ZERO TO WS-LOG-ARCHIVED.
           MOVE ZERO TO WS-LOG-KEPT.
           MOVE ZERO TO WS-LOG-PURGED.
           MOVE ZERO TO WS-PREC-ITEM-COUNT.
           MOVE ZERO TO WS-PREC-ITEM-USD.
           MOVE ZERO TO WS-PREC-MATCH-COUNT.
           MOVE ZERO TO WS-PREC-MATCH-USD.
           MOVE ZERO TO WS-PREC-REJ-COUNT.
           MOVE ZERO TO WS-PREC-REJ-USD.
           MOVE ZERO TO WS-PREC-UNACK-COUNT.
           MOVE ZERO TO WS-PREC-UNACK-USD.
           MOVE ZERO TO WS-PREC-UNEXP-COUNT.
           MOVE ZERO TO WS-PREC-RCL-COUNT.
           MOVE ZERO TO WS-PREC-RCL-USD.
           PERFORM 186-RESET-STEP-TOTALS
               VARYING WS-AUTH-NDX FROM 1 BY 1
               UNTIL WS-AUTH-NDX > 50.
           PERFORM VARYING WS-DAY-NDX FROM 1 BY 1
                   UNTIL WS-DAY-NDX > 31
               MOVE ZERO TO LDAY-COUNT (WS-DAY-NDX)
               MOVE ZERO TO LDAY-USD (WS-DAY-NDX)
               MOVE ZERO TO LDAY-ERRORS (WS-DAY-NDX)
           END-PERFORM.
       186-RESET-STEP-TOTALS.
           MOVE ZERO TO COUNTRY-SUBTOTAL (WS-AUTH-NDX).
           MOVE ZERO TO FEE-SUBTOTAL (WS-AUTH-NDX).
           MOVE ZERO TO GL-NOSTRO-DR (WS-AUTH-NDX).
           MOVE ZERO TO GL-NOSTRO-CR (WS-AUTH-NDX).
           MOVE ZERO TO POS-AMOUNT (WS-AUTH-NDX).
           MOVE ZERO TO NB-FOREIGN (WS-AUTH-NDX).
           MOVE ZERO TO NB-USD (WS-AUTH-NDX).
       187-WRITE-JOB-CHECKPOINT.
           MOVE WS-JOB-BUS-DATE TO JCKP-BUS-DATE.
           OPEN OUTPUT JOB-CHECKPOINT-FILE.
           IF JCKP-FILE-STATUS NOT = '00'
                   AND JCKP-FILE-STATUS NOT = '05'
               DISPLAY 'JOB STREAM CHECKPOINT STATUS ' JCKP-FILE-STATUS
               DISPLAY 'JOB STREAM CANNOT BE RESTARTED FROM THIS STEP'
               MOVE 4 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               WRITE JCKP-RECORD FROM JCKP-DETAIL-LINE
               CLOSE JOB-CHECKPOINT-FILE
           END-IF.
       188-DISPLAY-JOB-STEP.
           SET WS-JOB-STEP-NO TO JS1.
           EVALUATE TRUE
               WHEN JOB-STEP-COMPLETED (JS1)
                   DISPLAY '  STEP ' WS-JOB-STEP-NO ' MODE '
                       JOB-TAB-MODE (JS1) ' RC ' JOB-TAB-RC (JS1)
                       ' MAX ' JOB-TAB-MAX-RC (JS1) ' COMPLETED'
               WHEN JOB-STEP-FAILED (JS1)
                   DISPLAY '  STEP ' WS-JOB-STEP-NO ' MODE '
                       JOB-TAB-MODE (JS1) ' RC ' JOB-TAB-RC (JS1)
                       ' MAX ' JOB-TAB-MAX-RC (JS1) ' FAILED'
               WHEN JOB-STEP-DONE-EARLIER (JS1)
                   DISPLAY '  STEP ' WS-JOB-STEP-NO ' MODE '
                       JOB-TAB-MODE (JS1) ' COMPLETED IN EARLIER RUN'
               WHEN OTHER
                   DISPLAY '  STEP ' WS-JOB-STEP-NO ' MODE '
                       JOB-TAB-MODE (JS1) ' NOT RUN'
           END-EVALUATE.
       920-RAISE-COMPLETION.
           IF WS-RAISE-CODE > WS-COMPLETION-CODE
               MOVE WS-RAISE-CODE TO WS-COMPLETION-CODE
           END-IF.
       930-CHECK-STALE-RATE.
           MOVE 'N' TO WS-STALE-SWITCH.
           IF WS-AGE-DATE = ZERO
               MOVE 99999 TO WS-RATE-AGE
               MOVE 'Y' TO WS-STALE-SWITCH
           ELSE
               COMPUTE WS-RATE-AGE =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-AGE-DATE)
               IF WS-RATE-AGE > WS-STALE-DAYS
                   MOVE 'Y' TO WS-STALE-SWITCH
               END-IF
           END-IF.
       940-COMPUTE-EFF-RATE.
           IF WS-SCALE-IN = ZERO
               MOVE 1 TO WS-SCALE-IN
           END-IF.
           COMPUTE WS-EFF-RATE = WS-RATE-WORK * WS-SCALE-IN.
       935-CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-BDAY-OK-SWITCH.
           COMPUTE WS-BDAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BDAY-DATE).
           COMPUTE WS-BDAY-DOW = FUNCTION MOD (WS-BDAY-INT 7).
           IF WS-BDAY-DOW = 6 OR WS-BDAY-DOW = 0
               MOVE 'N' TO WS-BDAY-OK-SWITCH
           ELSE
               PERFORM VARYING HX1 FROM 1 BY 1
                       UNTIL HX1 > HOL-ENTRY-COUNT
                          OR NOT BUSINESS-DAY-OK
                   IF HOL-TAB-CODE (HX1) = WS-BDAY-CODE
                           AND HOL-TAB-DATE (HX1) = WS-BDAY-DATE
                       MOVE 'N' TO WS-BDAY-OK-SWITCH
                   END-IF
               END-PERFORM
           END-IF.
       936-CHECK-PAIR-DAY.
           MOVE WS-VALUE-DATE TO WS-BDAY-DATE.
           MOVE CODE-IN TO WS-BDAY-CODE.
           PERFORM 935-CHECK-BUSINESS-DAY.
           IF BUSINESS-DAY-OK AND WS-CROSS-CODE NOT = SPACES
               MOVE WS-CROSS-CODE TO WS-BDAY-CODE
               PERFORM 935-CHECK-BUSINESS-DAY
           END-IF.
           IF BUSINESS-DAY-OK
               MOVE WS-USD-CAL-CODE TO WS-BDAY-CODE
               PERFORM 935-CHECK-BUSINESS-DAY
           END-IF.
       937-ROLL-VALUE-DATE.
           MOVE ZERO TO WS-ROLL-TRIES.
           PERFORM UNTIL BUSINESS-DAY-OK OR WS-ROLL-TRIES > 10
               ADD 1 TO WS-ROLL-TRIES
               COMPUTE WS-BDAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-VALUE-DATE) + 1
               COMPUTE WS-VALUE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-BDAY-INT)
               PERFORM 936-CHECK-PAIR-DAY
           END-PERFORM.
       932-CHECK-TRAN-STALENESS.
           MOVE 'N' TO WS-STALE-SWITCH.
           IF WS-VALUE-DATE = ZERO
               MOVE WS-RES-DATE TO WS-AGE-DATE
               PERFORM 930-CHECK-STALE-RATE
           END-IF.
       933-CHECK-CROSS-STALENESS.
           MOVE 'N' TO WS-STALE-SWITCH.
           IF WS-VALUE-DATE = ZERO
               MOVE RATE-EFF-DATE (WS-FROM-NDX) TO WS-AGE-DATE
               PERFORM 930-CHECK-STALE-RATE
               IF NOT RATE-IS-STALE
                   MOVE RATE-EFF-DATE (WS-TO-NDX) TO WS-AGE-DATE
                   PERFORM 930-CHECK-STALE-RATE
               END-IF
           END-IF.
       500-FEED-PROCESS.
           OPEN INPUT RATE-FEED-FILE.
           OPEN OUTPUT RECON-REPORT.
           IF FEED-FILE-STATUS NOT = '00'
               DISPLAY 'RATE FEED FILE STATUS ' FEED-FILE-STATUS
               DISPLAY 'FEED RUN ABORTED - NO RATE FEED FILE'
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               IF RECON-FILE-STATUS NOT = '00'
                   DISPLAY 'RECON REPORT STATUS ' RECON-FILE-STATUS
                   DISPLAY 'FEED RUN ABORTED - NO RECON REPORT FILE'
                   MOVE 16 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               ELSE
                   WRITE RECON-LINE FROM RECON-HEADING-LINE
                   MOVE SPACES TO RECON-LINE
                   WRITE RECON-LINE
                   WRITE RECON-LINE FROM RECON-COLUMN-LINE
                   PERFORM 505-LOAD-TOLERANCE-BANDS
                   PERFORM 510-READ-FEED-RECORD
                   PERFORM UNTIL FEED-EOF
                       PERFORM 520-RECONCILE-FEED-RATE
                       PERFORM 510-READ-FEED-RECORD
                   END-PERFORM
                   PERFORM 130-WRITE-RATE-MASTER
               END-IF
           END-IF.
           IF FEED-FILE-STATUS = '00'
               CLOSE RATE-FEED-FILE
           END-IF.
           IF RECON-FILE-STATUS = '00'
               CLOSE RECON-REPORT
           END-IF.
       505-LOAD-TOLERANCE-BANDS.
           MOVE ZERO TO VBND-ENTRY-COUNT.
           MOVE 'N' TO VBND-EOF-SWITCH.
           OPEN INPUT TOLERANCE-BAND-FILE.
           IF VBND-FILE-STATUS NOT = '00'
                   AND VBND-FILE-STATUS NOT = '05'
               DISPLAY 'TOLERANCE BAND FILE STATUS ' VBND-FILE-STATUS
               DISPLAY 'ALL RATES CHECKED AGAINST GLOBAL THRESHOLD'
           ELSE
               PERFORM UNTIL VBND-EOF
                   READ TOLERANCE-BAND-FILE
                       AT END SET VBND-EOF TO TRUE
                       NOT AT END
                           IF VBND-BAND-PCT-IN NUMERIC
                                   AND VBND-BAND-PCT-IN > ZERO
                               IF VBND-ENTRY-COUNT < WS-MAX-BANDS
                                   ADD 1 TO VBND-ENTRY-COUNT
                                   SET VB1 TO VBND-ENTRY-COUNT
                                   MOVE VBND-CODE-IN
                                       TO VBND-TAB-CODE (VB1)
                                   MOVE VBND-BAND-PCT-IN
                                       TO VBND-TAB-PCT (VB1)
                               ELSE
                                   DISPLAY 'TOLERANCE BAND TABLE '
                                       'FULL - REMAINING CODES USE '
                                       'GLOBAL'
                                   SET VBND-EOF TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOLERANCE-BAND-FILE
           END-IF.
       510-READ-FEED-RECORD.
           READ RATE-FEED-FILE
               AT END SET FEED-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE FEED-CODE-IN TO WS-MAINT-CODE
                   MOVE FEED-NAME-IN TO WS-MAINT-NAME
                   MOVE FEED-RATE-IN TO WS-MAINT-RATE
                   MOVE ZERO TO WS-MAINT-LIMIT
                   IF FEED-SCALE-IN NUMERIC
                           AND FEED-SCALE-IN > ZERO
                       MOVE FEED-SCALE-IN TO WS-MAINT-SCALE
                   ELSE
                       MOVE 1 TO WS-MAINT-SCALE
                   END-IF
           END-READ.
       520-RECONCILE-FEED-RATE.
           MOVE 'N' TO WS-REJECT-SWITCH.
           MOVE ZERO TO WS-PRIOR-RATE.
           MOVE ZERO TO WS-BAND-PCT.
           MOVE SPACES TO WS-BAND-SOURCE.
           IF WS-MAINT-RATE NOT > ZERO
               SET RATE-REJECTED TO TRUE
           ELSE
               PERFORM 440-FIND-MAINT-CODE
               IF MAINT-FOUND
                   MOVE EXCHANGE-RATE (X1) TO WS-PRIOR-RATE
                   MOVE COUNTRY-RATE-SCALE (X1) TO WS-PRIOR-SCALE
                   PERFORM 530-CHECK-THRESHOLD
                   IF RATE-FLAGGED
                       MOVE 'F' TO PEND-SOURCE
                       PERFORM 550-QUEUE-PENDING-RATE
                   ELSE
                       MOVE COUNTRY-CODE (X1) TO OLD-COUNTRY-CODE
                       MOVE EXCHANGE-RATE (X1) TO OLD-EXCHANGE-RATE
                       MOVE RATE-EFF-DATE (X1) TO OLD-RATE-EFF-DATE
                       MOVE WS-MAINT-RATE TO EXCHANGE-RATE (X1)
                       MOVE WS-MAINT-SCALE
                           TO COUNTRY-RATE-SCALE (X1)
                       PERFORM 121-UPDATE-RATE-EFF-DATE
                   END-IF
               ELSE
                   MOVE 'N' TO WS-INSERT-SWITCH
                   IF TABLE-ENTRY-COUNT < WS-MAX-COUNTRIES
                       PERFORM 450-INSERT-COUNTRY
                       MOVE 'Y' TO WS-INSERT-SWITCH
                   END-IF
               END-IF
           END-IF.
           PERFORM 540-WRITE-RECON-LINE.
       530-CHECK-THRESHOLD.
           MOVE 'N' TO WS-FLAG-SWITCH.
           MOVE ZERO TO WS-PCT-CHANGE.
           PERFORM 535-FIND-TOLERANCE-BAND.
           MOVE WS-PRIOR-RATE TO WS-RATE-WORK.
           MOVE WS-PRIOR-SCALE TO WS-SCALE-IN.
           PERFORM 940-COMPUTE-EFF-RATE.
           MOVE WS-EFF-RATE TO WS-PRIOR-EFF.
           MOVE WS-MAINT-RATE TO WS-RATE-WORK.
           MOVE WS-MAINT-SCALE TO WS-SCALE-IN.
           PERFORM 940-COMPUTE-EFF-RATE.
           MOVE WS-EFF-RATE TO WS-NEW-EFF.
           IF WS-PRIOR-EFF NOT > ZERO
               SET RATE-FLAGGED TO TRUE
           ELSE
               IF WS-NEW-EFF > WS-PRIOR-EFF
                   COMPUTE WS-EFF-DIFF = WS-NEW-EFF - WS-PRIOR-EFF
               ELSE
                   COMPUTE WS-EFF-DIFF = WS-PRIOR-EFF - WS-NEW-EFF
               END-IF
               COMPUTE WS-PCT-CHANGE =
                   WS-EFF-DIFF * 100 / WS-PRIOR-EFF
               IF WS-PCT-CHANGE > WS-BAND-PCT
                   SET RATE-FLAGGED TO TRUE
               END-IF
           END-IF.
       535-FIND-TOLERANCE-BAND.
           MOVE WS-THRESHOLD-PCT TO WS-BAND-PCT.
           MOVE 'GLOBAL' TO WS-BAND-SOURCE.
           PERFORM VARYING VB1 FROM 1 BY 1
                   UNTIL VB1 > VBND-ENTRY-COUNT
               IF VBND-TAB-CODE (VB1) = WS-MAINT-CODE
                   MOVE VBND-TAB-PCT (VB1) TO WS-BAND-PCT
                   MOVE 'VOL' TO WS-BAND-SOURCE
               END-IF
           END-PERFORM.
       540-WRITE-RECON-LINE.
           MOVE WS-MAINT-CODE TO RECON-CODE.
           MOVE WS-PRIOR-RATE TO RECON-PRIOR-RATE.
           MOVE WS-MAINT-RATE TO RECON-NEW-RATE.
           IF RATE-REJECTED
               MOVE ZERO TO RECON-PCT-CHANGE
               MOVE 'RATE REJECTED' TO RECON-STATUS
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF MAINT-FOUND
                   MOVE WS-PCT-CHANGE TO RECON-PCT-CHANGE
                   IF RATE-FLAGGED
                       IF WS-PRIOR-RATE NOT > ZERO
                           MOVE 'PRIOR INVALID-QUEUED' TO RECON-STATUS
                       ELSE
                           MOVE 'THRESHOLD - QUEUED' TO RECON-STATUS
                       END-IF
                   ELSE
                       MOVE 'OK' TO RECON-STATUS
                   END-IF
               ELSE
                   MOVE ZERO TO RECON-PCT-CHANGE
                   IF FEED-COUNTRY-INSERTED
                       MOVE 'NEW COUNTRY ADDED' TO RECON-STATUS
                   ELSE
                       MOVE 'TABLE FULL - NOT ADDED' TO RECON-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
           END-IF.
           MOVE WS-BAND-PCT TO RECON-BAND-PCT.
           MOVE WS-BAND-SOURCE TO RECON-BAND-SOURCE.
           WRITE RECON-LINE FROM RECON-DETAIL-LINE.
       550-QUEUE-PENDING-RATE.
           MOVE WS-MAINT-CODE TO PEND-CODE.
           MOVE WS-MAINT-NAME TO PEND-NAME.
           MOVE WS-PRIOR-RATE TO PEND-PRIOR-RATE.
           MOVE WS-MAINT-RATE TO PEND-NEW-RATE.
           MOVE WS-PCT-CHANGE TO PEND-PCT-CHANGE.
           MOVE WS-TODAY-DATE TO PEND-DATE.
           MOVE WS-MAINT-SCALE TO PEND-SCALE.
           MOVE WS-SIGNON-OPER TO PEND-QUEUED-BY.
           OPEN EXTEND PENDING-RATES.
           IF PEND-FILE-STATUS NOT = '00'
                   AND PEND-FILE-STATUS NOT = '05'
               DISPLAY 'PENDING RATES FILE STATUS ' PEND-FILE-STATUS
               DISPLAY 'HELD RATE NOT QUEUED FOR APPROVAL'
           ELSE
               WRITE PEND-RECORD FROM PEND-DETAIL-LINE
               CLOSE PENDING-RATES
           END-IF.
       600-REVIEW-PENDING.
           PERFORM 610-LOAD-PENDING.
           EVALUATE TRUE
               WHEN PEND-OVERFLOW
                   MOVE 'TOO MANY PENDING - NOT RUN' TO WS-ERROR-MSG
                   DISPLAY MAINT-MESSAGE-SCREEN
               WHEN PEND-ENTRY-COUNT = ZERO
                   MOVE 'NO PENDING RATES TO REVIEW' TO WS-ERROR-MSG
                   DISPLAY MAINT-MESSAGE-SCREEN
               WHEN OTHER
                   PERFORM 620-REVIEW-ONE-PENDING
                       VARYING P1 FROM 1 BY 1
                       UNTIL P1 > PEND-ENTRY-COUNT
                   PERFORM 650-REWRITE-PENDING
                   IF PENDING-APPLIED
                       PERFORM 130-WRITE-RATE-MASTER
                   END-IF
           END-EVALUATE.
       610-LOAD-PENDING.
           MOVE ZERO TO PEND-ENTRY-COUNT.
           MOVE 'N' TO PEND-EOF-SWITCH.
           MOVE 'N' TO PEND-OVERFLOW-SWITCH.
           OPEN INPUT PENDING-RATES.
           IF PEND-FILE-STATUS NOT = '00'
                   AND PEND-FILE-STATUS NOT = '05'
               DISPLAY 'PENDING RATES FILE STATUS ' PEND-FILE-STATUS
           ELSE
               PERFORM UNTIL PEND-EOF
                   READ PENDING-RATES
                       AT END SET PEND-EOF TO TRUE
                       NOT AT END
                           IF PEND-ENTRY-COUNT < WS-MAX-PENDING
                               ADD 1 TO PEND-ENTRY-COUNT
                               SET P1 TO PEND-ENTRY-COUNT
                               MOVE PEND-RECORD TO PEND-TAB-LINE (P1)
                               MOVE SPACE TO PEND-DECISION (P1)
                           ELSE
                               DISPLAY 'PENDING TABLE FULL - '
                                   'REVIEW RUN SKIPPED'
                               MOVE 'Y' TO PEND-OVERFLOW-SWITCH
                               SET PEND-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-RATES
           END-IF.
       620-REVIEW-ONE-PENDING.
           MOVE PEND-TAB-LINE (P1) TO PEND-DETAIL-LINE.
           MOVE SPACE TO WS-REVIEW-ACTION.
           DISPLAY REVIEW-SCREEN.
           ACCEPT REVIEW-SCREEN.
           EVALUATE WS-REVIEW-ACTION
               WHEN 'A' WHEN 'a'
                   IF PEND-QUEUED-BY NOT = SPACES
                           AND PEND-QUEUED-BY = WS-SIGNON-OPER
                       MOVE 'CANNOT APPROVE OWN CHANGE'
                           TO WS-ERROR-MSG
                       DISPLAY MAINT-MESSAGE-SCREEN
                   ELSE
                       PERFORM 630-APPLY-PENDING
                       IF PENDING-ITEM-APPLIED
                           MOVE 'A' TO PEND-DECISION (P1)
                           PERFORM 640-LOG-DECISION
                       END-IF
                   END-IF
               WHEN 'R' WHEN 'r'
                   MOVE 'R' TO PEND-DECISION (P1)
                   PERFORM 640-LOG-DECISION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       630-APPLY-PENDING.
           MOVE 'N' TO WS-APPLY-OK-SWITCH.
           MOVE PEND-CODE TO WS-MAINT-CODE.
           MOVE PEND-NAME TO WS-MAINT-NAME.
           MOVE PEND-NEW-RATE TO WS-MAINT-RATE.
           IF PEND-SCALE NUMERIC AND PEND-SCALE > ZERO
               MOVE PEND-SCALE TO WS-MAINT-SCALE
           ELSE
               MOVE 1 TO WS-MAINT-SCALE
           END-IF.
           PERFORM 440-FIND-MAINT-CODE.
           IF MAINT-FOUND
               MOVE COUNTRY-CODE (X1) TO OLD-COUNTRY-CODE
               MOVE EXCHANGE-RATE (X1) TO OLD-EXCHANGE-RATE
               MOVE RATE-EFF-DATE (X1) TO OLD-RATE-EFF-DATE
               MOVE WS-MAINT-NAME TO COUNTRY-NAME (X1)
               MOVE WS-MAINT-RATE TO EXCHANGE-RATE (X1)
               MOVE WS-MAINT-SCALE TO COUNTRY-RATE-SCALE (X1)
               PERFORM 121-UPDATE-RATE-EFF-DATE
               MOVE 'Y' TO WS-APPLIED-SWITCH
               MOVE 'Y' TO WS-APPLY-OK-SWITCH
           ELSE
               IF TABLE-ENTRY-COUNT < WS-MAX-COUNTRIES
                   MOVE ZERO TO WS-MAINT-LIMIT
                   PERFORM 450-INSERT-COUNTRY
                   MOVE 'Y' TO WS-APPLIED-SWITCH
                   MOVE 'Y' TO WS-APPLY-OK-SWITCH
               ELSE
                   MOVE 'EXCHANGE TABLE IS FULL' TO WS-ERROR-MSG
                   DISPLAY MAINT-MESSAGE-SCREEN
               END-IF
           END-IF.
       640-LOG-DECISION.
           MOVE PEND-CODE TO PDEC-CODE.
           MOVE PEND-PRIOR-RATE TO PDEC-PRIOR-RATE.
           MOVE PEND-NEW-RATE TO PDEC-NEW-RATE.
           MOVE PEND-DECISION (P1) TO PDEC-DECISION.
           MOVE WS-SIGNON-OPER TO PDEC-OPERATOR.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE WS-LOG-DATE TO PDEC-DATE.
           MOVE WS-LOG-TIME TO PDEC-TIME.
           OPEN EXTEND PEND-DECISION-FILE.
           IF PDEC-FILE-STATUS NOT = '00'
                   AND PDEC-FILE-STATUS NOT = '05'
               DISPLAY 'DECISION LOG FILE STATUS ' PDEC-FILE-STATUS
               DISPLAY 'APPROVAL DECISION NOT LOGGED'
           ELSE
               WRITE PDEC-RECORD FROM PDEC-DETAIL-LINE
               CLOSE PEND-DECISION-FILE
           END-IF.
       650-REWRITE-PENDING.
           OPEN OUTPUT PENDING-RATES.
           IF PEND-FILE-STATUS NOT = '00'
                   AND PEND-FILE-STATUS NOT = '05'
               DISPLAY 'PENDING RATES FILE STATUS ' PEND-FILE-STATUS
               DISPLAY 'PENDING QUEUE NOT REWRITTEN'
           ELSE
               PERFORM VARYING P1 FROM 1 BY 1
                       UNTIL P1 > PEND-ENTRY-COUNT
                   IF PEND-DECISION (P1) = SPACE
                       WRITE PEND-RECORD FROM PEND-TAB-LINE (P1)
                   END-IF
               END-PERFORM
               CLOSE PENDING-RATES
           END-IF.
       700-LOG-MANAGEMENT.
           PERFORM 705-GET-LOG-PARMS.
           IF LOG-PARMS-OK
               PERFORM 710-SUMMARIZE-AND-SPLIT
           END-IF.
           IF LOG-PARMS-OK
               PERFORM 740-REWRITE-LOG
               PERFORM 750-PRINT-LOG-SUMMARY
           END-IF.
       705-GET-LOG-PARMS.
           MOVE 'Y' TO WS-LOG-PARMS-OK-SWITCH.
           IF UNATTENDED-RUN
               MOVE PARM-LOG-MONTH TO WS-CLOSE-MONTH-X
               MOVE PARM-RETAIN-MONTHS TO WS-RETAIN-X
           ELSE
               DISPLAY LOG-MGMT-SCREEN
               ACCEPT LOG-MGMT-SCREEN
           END-IF.
           IF WS-RETAIN-X NUMERIC AND WS-RETAIN-X NOT = '00'
               MOVE WS-RETAIN-X TO WS-RETAIN-MONTHS
           ELSE
               MOVE 6 TO WS-RETAIN-MONTHS
           END-IF.
           DIVIDE WS-TODAY-DATE BY 100 GIVING WS-MM-WORK.
           MOVE WS-RETAIN-MONTHS TO WS-MM-SUB.
           PERFORM 720-SUBTRACT-MONTHS.
           MOVE WS-MM-WORK TO WS-CUTOFF-MONTH.
           IF WS-CLOSE-MONTH-X NUMERIC
                   AND WS-CLOSE-MONTH-X NOT = '000000'
               MOVE WS-CLOSE-MONTH-X TO WS-CLOSE-MONTH
           ELSE
               MOVE WS-CUTOFF-MONTH TO WS-CLOSE-MONTH
           END-IF.
           IF WS-CLOSE-MONTH > WS-CUTOFF-MONTH
               DISPLAY 'CLOSE MONTH ' WS-CLOSE-MONTH
                   ' WITHIN RETENTION - LOG RUN ABORTED'
               MOVE 'N' TO WS-LOG-PARMS-OK-SWITCH
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           END-IF.
       710-SUMMARIZE-AND-SPLIT.
           MOVE WS-CLOSE-MONTH TO WS-CLOSE-MONTH-X.
           OPEN INPUT CONVERSION-LOG.
           IF CLOG-FILE-STATUS NOT = '00'
               DISPLAY 'CONVERSION LOG FILE STATUS ' CLOG-FILE-STATUS
               DISPLAY 'LOG RUN ABORTED - NO CONVERSION LOG'
               MOVE 'N' TO WS-LOG-PARMS-OK-SWITCH
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               OPEN OUTPUT LOG-WORK-FILE
               OPEN EXTEND CONV-ARCHIVE
               IF (LOGW-FILE-STATUS NOT = '00'
                       AND LOGW-FILE-STATUS NOT = '05')
                   OR (ARCH-FILE-STATUS NOT = '00'
                       AND ARCH-FILE-STATUS NOT = '05')
                   DISPLAY 'LOG WORK FILE STATUS ' LOGW-FILE-STATUS
                       ' ARCHIVE STATUS ' ARCH-FILE-STATUS
                   DISPLAY 'LOG RUN ABORTED - NOTHING PURGED'
                   MOVE 'N' TO WS-LOG-PARMS-OK-SWITCH
                   MOVE 16 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
                   CLOSE CONVERSION-LOG
               ELSE
                   MOVE WS-CLOSE-MONTH TO ARCH-HDR-MONTH
                   MOVE WS-TODAY-DATE TO ARCH-HDR-DATE
                   WRITE ARCH-RECORD FROM ARCH-HEADER-LINE
                   PERFORM 715-SPLIT-ONE-RECORD
                       UNTIL CLOG-FILE-STATUS NOT = '00'
                   CLOSE CONVERSION-LOG
                   CLOSE LOG-WORK-FILE
                   CLOSE CONV-ARCHIVE
               END-IF
           END-IF.
       715-SPLIT-ONE-RECORD.
           READ CONVERSION-LOG INTO LOG-DETAIL-LINE
               AT END
                   MOVE '10' TO CLOG-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-LOG-TOTAL-READ
                   MOVE LOG-DATE TO WS-REC-MONTH
                   IF LOG-DATE NUMERIC
                           AND WS-REC-MONTH = WS-CLOSE-MONTH-X
                       WRITE ARCH-RECORD FROM LOG-DETAIL-LINE
                       ADD 1 TO WS-LOG-ARCHIVED
                       PERFORM 730-ACCUMULATE-LOG-SUMMARY
                   ELSE
                       WRITE LOGW-RECORD FROM LOG-DETAIL-LINE
                       ADD 1 TO WS-LOG-KEPT
                   END-IF
           END-READ.
       720-SUBTRACT-MONTHS.
           DIVIDE WS-MM-WORK BY 100 GIVING WS-MM-YYYY
               REMAINDER WS-MM-MM.
           COMPUTE WS-MM-TOTAL =
               WS-MM-YYYY * 12 + WS-MM-MM - 1 - WS-MM-SUB.
           DIVIDE WS-MM-TOTAL BY 12 GIVING WS-MM-YYYY
               REMAINDER WS-MM-MM.
           COMPUTE WS-MM-WORK = WS-MM-YYYY * 100 + WS-MM-MM + 1.
       730-ACCUMULATE-LOG-SUMMARY.
           ADD 1 TO WS-LOG-SUMMARIZED.
           IF LOG-DIRECTION = 'E' OR LOG-DIRECTION = 'V'
               MOVE ZERO TO WS-LSUM-FOREIGN
               MOVE ZERO TO WS-LSUM-USD
           ELSE
               MOVE LOG-AMOUNT TO WS-LOG-AMT-N
               MOVE LOG-RESULT TO WS-LOG-RES-N
               IF LOG-DIRECTION = 'U' OR LOG-DIRECTION = 'u'
                   MOVE WS-LOG-RES-N TO WS-LSUM-FOREIGN
                   MOVE WS-LOG-AMT-N TO WS-LSUM-USD
               ELSE
                   MOVE WS-LOG-AMT-N TO WS-LSUM-FOREIGN
                   MOVE WS-LOG-RES-N TO WS-LSUM-USD
               END-IF
           END-IF.
           PERFORM 735-POST-LSUM-ENTRY.
           MOVE LOG-DATE (7:2) TO WS-DAY-NDX.
           IF WS-DAY-NDX > ZERO AND WS-DAY-NDX < 32
               ADD 1 TO LDAY-COUNT (WS-DAY-NDX)
               ADD WS-LSUM-USD TO LDAY-USD (WS-DAY-NDX)
               IF LOG-DIRECTION = 'E'
                   ADD 1 TO LDAY-ERRORS (WS-DAY-NDX)
               END-IF
           END-IF.
       735-POST-LSUM-ENTRY.
           MOVE 'N' TO WS-LSUM-FOUND-SWITCH.
           PERFORM VARYING L1 FROM 1 BY 1
                   UNTIL L1 > LSUM-ENTRY-COUNT OR LSUM-FOUND
               IF LSUM-CODE (L1) = LOG-CODE
                       AND LSUM-DIR (L1) = LOG-DIRECTION
                   MOVE 'Y' TO WS-LSUM-FOUND-SWITCH
                   ADD 1 TO LSUM-COUNT (L1)
                   ADD WS-LSUM-FOREIGN TO LSUM-FOREIGN (L1)
                   ADD WS-LSUM-USD TO LSUM-USD (L1)
               END-IF
           END-PERFORM.
           IF NOT LSUM-FOUND
               IF LSUM-ENTRY-COUNT < WS-MAX-LSUM
                   ADD 1 TO LSUM-ENTRY-COUNT
                   SET L1 TO LSUM-ENTRY-COUNT
                   MOVE LOG-CODE TO LSUM-CODE (L1)
                   MOVE LOG-DIRECTION TO LSUM-DIR (L1)
                   MOVE 1 TO LSUM-COUNT (L1)
                   MOVE WS-LSUM-FOREIGN TO LSUM-FOREIGN (L1)
                   MOVE WS-LSUM-USD TO LSUM-USD (L1)
               ELSE
                   DISPLAY 'LOG SUMMARY TABLE FULL - '
                       'SUMMARY INCOMPLETE'
               END-IF
           END-IF.
       740-REWRITE-LOG.
           OPEN OUTPUT CONVERSION-LOG.
           IF CLOG-FILE-STATUS NOT = '00'
               DISPLAY 'CONVERSION LOG FILE STATUS ' CLOG-FILE-STATUS
               DISPLAY 'LOG NOT REWRITTEN - SEE WORK FILE CONVLOGW'
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               OPEN INPUT LOG-WORK-FILE
               PERFORM 745-COPY-ONE-KEEPER
                   UNTIL LOGW-FILE-STATUS NOT = '00'
                       AND LOGW-FILE-STATUS NOT = '05'
               CLOSE LOG-WORK-FILE
               CLOSE CONVERSION-LOG
           END-IF.
       745-COPY-ONE-KEEPER.
           READ LOG-WORK-FILE
               AT END
                   MOVE '10' TO LOGW-FILE-STATUS
               NOT AT END
                   WRITE LOG-RECORD FROM LOGW-RECORD
           END-READ.
       750-PRINT-LOG-SUMMARY.
           COMPUTE WS-LOG-PURGED =
               WS-LOG-TOTAL-READ - WS-LOG-KEPT.
           MOVE ZERO TO WS-ACTIVE-DAYS.
           MOVE ZERO TO WS-CLEAN-DAYS.
           PERFORM VARYING WS-DAY-NDX FROM 1 BY 1
                   UNTIL WS-DAY-NDX > 31
               IF LDAY-COUNT (WS-DAY-NDX) > ZERO
                   ADD 1 TO WS-ACTIVE-DAYS
                   IF LDAY-ERRORS (WS-DAY-NDX) = ZERO
                       ADD 1 TO WS-CLEAN-DAYS
                   END-IF
               END-IF
           END-PERFORM.
           OPEN OUTPUT LOG-SUMMARY-REPORT.
           IF LSUM-FILE-STATUS NOT = '00'
               DISPLAY 'LOG SUMMARY REPORT STATUS ' LSUM-FILE-STATUS
               DISPLAY 'LOG SUMMARY NOT PRINTED'
               MOVE 8 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               MOVE WS-CLOSE-MONTH TO LSUM-HDR-MONTH
               WRITE LSUM-RECORD FROM LSUM-HEADING-LINE
               MOVE SPACES TO LSUM-RECORD
               WRITE LSUM-RECORD
               WRITE LSUM-RECORD FROM LSUM-COL-LINE
               PERFORM VARYING L1 FROM 1 BY 1
                       UNTIL L1 > LSUM-ENTRY-COUNT
                   MOVE LSUM-CODE (L1) TO LSUM-DET-CODE
                   MOVE LSUM-DIR (L1) TO LSUM-DET-DIR
                   MOVE LSUM-COUNT (L1) TO LSUM-DET-COUNT
                   MOVE LSUM-FOREIGN (L1) TO LSUM-DET-FOREIGN
                   MOVE LSUM-USD (L1) TO LSUM-DET-USD
                   WRITE LSUM-RECORD FROM LSUM-DETAIL-LINE
               END-PERFORM
               MOVE SPACES TO LSUM-RECORD
               WRITE LSUM-RECORD
               WRITE LSUM-RECORD FROM LDAY-COL-LINE
               PERFORM VARYING WS-DAY-NDX FROM 1 BY 1
                       UNTIL WS-DAY-NDX > 31
                   IF LDAY-COUNT (WS-DAY-NDX) > ZERO
                       MOVE WS-DAY-NDX TO LDAY-DET-DAY
                       MOVE LDAY-COUNT (WS-DAY-NDX)
                           TO LDAY-DET-COUNT
                       MOVE LDAY-USD (WS-DAY-NDX) TO LDAY-DET-USD
                       MOVE LDAY-ERRORS (WS-DAY-NDX)
                           TO LDAY-DET-ERRORS
                       WRITE LSUM-RECORD FROM LDAY-DETAIL-LINE
                   END-IF
               END-PERFORM
               MOVE WS-CLEAN-DAYS TO LSUM-CLEAN-DAYS
               MOVE WS-ACTIVE-DAYS TO LSUM-ACTIVE-DAYS
               WRITE LSUM-RECORD FROM LSUM-DAYS-LINE
               MOVE SPACES TO LSUM-RECORD
               WRITE LSUM-RECORD
               MOVE WS-LOG-SUMMARIZED TO LSUM-CTL-SUMM
               MOVE WS-LOG-ARCHIVED TO LSUM-CTL-ARCH
               MOVE WS-LOG-PURGED TO LSUM-CTL-PURG
               WRITE LSUM-RECORD FROM LSUM-CONTROL-LINE
               IF WS-LOG-SUMMARIZED = WS-LOG-ARCHIVED
                       AND WS-LOG-ARCHIVED = WS-LOG-PURGED
                   MOVE 'LOG CONTROL OK' TO LSUM-CTL-STATUS
               ELSE
                   MOVE 'LOG CONTROL MISMATCH' TO LSUM-CTL-STATUS
                   DISPLAY 'LOG CONTROL MISMATCH - SEE LOGSUMM'
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               END-IF
               WRITE LSUM-RECORD FROM LSUM-STATUS-LINE
               CLOSE LOG-SUMMARY-REPORT
           END-IF.
       760-INTEGRITY-PROOF.
           OPEN OUTPUT PROOF-REPORT.
           IF PRF-FILE-STATUS NOT = '00'
               DISPLAY 'PROOF REPORT STATUS ' PRF-FILE-STATUS
               DISPLAY 'INTEGRITY PROOF NOT RUN - NO REPORT FILE'
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               MOVE WS-TODAY-DATE TO PRF-HDR-DATE
               WRITE PRF-RECORD FROM PRF-HEADING-LINE
               MOVE SPACES TO PRF-RECORD
               WRITE PRF-RECORD
               WRITE PRF-RECORD FROM PRF-COLUMN-LINE
               MOVE ZERO TO WS-PRF-EXC-COUNT
               MOVE ZERO TO WS-PRF-PROVEN-COUNT
               MOVE ZERO TO WS-PRF-UNPOSTED-COUNT
               MOVE ZERO TO WS-PRF-NORUN-COUNT
               MOVE ZERO TO WS-PRF-FWD-COUNT
               MOVE ZERO TO WS-PRF-CTRY-COUNT
               MOVE ZERO TO WS-PRF-UNPROVEN-RUNS
               MOVE ZERO TO WS-PRF-SUM-NDX
               MOVE 'N' TO WS-PRF-CLEAR-FLAG
               MOVE 'N' TO WS-PRF-FEE-FLAG
               PERFORM VARYING WS-PRF-SUB FROM 1 BY 1
                       UNTIL WS-PRF-SUB > 50
                   MOVE ZERO TO PRF-POS (WS-PRF-SUB)
                   MOVE ZERO TO PRF-NB-FOREIGN (WS-PRF-SUB)
                   MOVE ZERO TO PRF-NB-USD (WS-PRF-SUB)
                   MOVE 'N' TO PRF-DR-FLAG (WS-PRF-SUB)
                   MOVE 'N' TO PRF-CR-FLAG (WS-PRF-SUB)
               END-PERFORM
               PERFORM 761-LOAD-PROOF-RUNS
               PERFORM 763-LOAD-USED-QUOTES
               MOVE '1' TO WS-PRF-PASS-SWITCH
               MOVE ZERO TO WS-PRF-ORDINAL
               PERFORM 764-PROVE-ARCHIVE
               PERFORM 765-PROVE-LOG
               MOVE '2' TO WS-PRF-PASS-SWITCH
               MOVE ZERO TO WS-PRF-ORDINAL
               PERFORM 764-PROVE-ARCHIVE
               PERFORM 765-PROVE-LOG
               PERFORM 779-CLOSE-SUMMARY-RUN
               PERFORM 781-PROVE-FORWARD-BOOKINGS
               PERFORM 783-COMPARE-BALANCES
                   VARYING X1 FROM 1 BY 1
                   UNTIL X1 > TABLE-ENTRY-COUNT
               PERFORM 784-COMPARE-RUN-TRAILERS
                   VARYING PF1 FROM 1 BY 1
                   UNTIL PF1 > PRUN-ENTRY-COUNT
               PERFORM 785-PROVE-GL-EXTRACT
               PERFORM 786-PROVE-PAYMENT-INSTR
               PERFORM 787-CHECK-USED-QUOTE
                   VARYING PQ1 FROM 1 BY 1
                   UNTIL PQ1 > PQT-ENTRY-COUNT
               PERFORM 791-PRINT-PROOF-TOTALS
               CLOSE PROOF-REPORT
               IF WS-PRF-EXC-COUNT > ZERO
                   DISPLAY 'INTEGRITY PROOF OUT OF AGREEMENT - '
                       WS-PRF-EXC-COUNT ' EXCEPTIONS ON PROOFRPT'
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               ELSE
                   DISPLAY 'INTEGRITY PROOF IN AGREEMENT'
               END-IF
           END-IF.
       761-LOAD-PROOF-RUNS.
           MOVE ZERO TO PRUN-ENTRY-COUNT.
           MOVE 'N' TO RUNC-EOF-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNC-FILE-STATUS NOT = '00'
                   AND RUNC-FILE-STATUS NOT = '05'
               DISPLAY 'RUN CONTROL FILE STATUS ' RUNC-FILE-STATUS
               MOVE 'RUN CONTROL NOT READ' TO PRF-DET-TEXT
               MOVE SPACES TO PRF-DET-CODE
               MOVE SPACES TO PRF-DET-RUN
               MOVE 'RUNCTL' TO PRF-DET-REF
               MOVE SPACES TO PRF-DET-AMOUNTS
               PERFORM 790-WRITE-PROOF-EXCEPTION
           ELSE
               PERFORM UNTIL RUNC-EOF
                   READ RUN-CONTROL-FILE INTO RUNC-DETAIL-LINE
                       AT END SET RUNC-EOF TO TRUE
                       NOT AT END PERFORM 762-STORE-PROOF-RUN
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.
           SET PF1 TO 1.
       762-STORE-PROOF-RUN.
           IF PRUN-ENTRY-COUNT NOT < WS-MAX-PROOF-RUNS
               MOVE 'RUN TABLE FULL' TO PRF-DET-TEXT
               MOVE SPACES TO PRF-DET-CODE
               MOVE RUNC-RUN-NUMBER TO PRF-DET-RUN
               MOVE RUNC-BUS-DATE TO PRF-DET-REF
               MOVE SPACES TO PRF-DET-AMOUNTS
               PERFORM 790-WRITE-PROOF-EXCEPTION
           ELSE
               ADD 1 TO PRUN-ENTRY-COUNT
               SET PF1 TO PRUN-ENTRY-COUNT
               MOVE RUNC-RUN-NUMBER TO PRUN-TAB-RUN (PF1)
               MOVE RUNC-BUS-DATE TO PRUN-TAB-DATE (PF1)
               IF RUNC-RUN-TYPE = SPACE
                   MOVE 'B' TO PRUN-TAB-TYPE (PF1)
               ELSE
                   MOVE RUNC-RUN-TYPE TO PRUN-TAB-TYPE (PF1)
               END-IF
               MOVE RUNC-GL-LEVEL TO PRUN-TAB-GL-LEVEL (PF1)
               IF RUNC-GL-COUNT NUMERIC AND RUNC-GL-NET NUMERIC
                       AND RUNC-PAY-COUNT NUMERIC
                       AND RUNC-PAY-HASH NUMERIC
                   MOVE 'Y' TO PRUN-TAB-KEPT (PF1)
                   MOVE RUNC-GL-COUNT TO PRUN-TAB-GL-COUNT (PF1)
                   MOVE RUNC-GL-NET TO PRUN-TAB-GL-NET (PF1)
                   MOVE RUNC-PAY-COUNT TO PRUN-TAB-PAY-COUNT (PF1)
                   MOVE RUNC-PAY-HASH TO PRUN-TAB-PAY-HASH (PF1)
               ELSE
                   MOVE 'N' TO PRUN-TAB-KEPT (PF1)
                   MOVE ZERO TO PRUN-TAB-GL-COUNT (PF1)
                   MOVE ZERO TO PRUN-TAB-GL-NET (PF1)
                   MOVE ZERO TO PRUN-TAB-PAY-COUNT (PF1)
                   MOVE ZERO TO PRUN-TAB-PAY-HASH (PF1)
               END-IF
               MOVE 'N' TO PRUN-TAB-SEEN (PF1)
               MOVE ZERO TO PRUN-TAB-LAST-SEQ (PF1)
               MOVE ZERO TO PRUN-TAB-START (PF1)
               MOVE ZERO TO PRUN-TAB-EXP-GL (PF1)
               MOVE ZERO TO PRUN-TAB-EXP-PAY (PF1)
               MOVE ZERO TO PRUN-TAB-EXP-HASH (PF1)
           END-IF.
       763-LOAD-USED-QUOTES.
           MOVE ZERO TO PQT-ENTRY-COUNT.
           MOVE 'N' TO QUOTE-EOF-SWITCH.
           OPEN INPUT QUOTE-FILE.
           IF QUOTE-FILE-STATUS NOT = '00'
                   AND QUOTE-FILE-STATUS NOT = '05'
               DISPLAY 'QUOTE FILE STATUS ' QUOTE-FILE-STATUS
               MOVE 'QUOTE FILE NOT READ' TO PRF-DET-TEXT
               MOVE SPACES TO PRF-DET-CODE
               MOVE SPACES TO PRF-DET-RUN
               MOVE 'QUOTEFIL' TO PRF-DET-REF
               MOVE SPACES TO PRF-DET-AMOUNTS
               PERFORM 790-WRITE-PROOF-EXCEPTION
           ELSE
               PERFORM UNTIL QUOTE-EOF
                   READ QUOTE-FILE NEXT RECORD INTO QUOTE-DETAIL-LINE
                       AT END SET QUOTE-EOF TO TRUE
                       NOT AT END
                           IF QWR-USED-FLAG = 'Y'
                               PERFORM 793-STORE-USED-QUOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-FILE
           END-IF.
       793-STORE-USED-QUOTE.
           IF PQT-ENTRY-COUNT NOT < WS-MAX-PROOF-QUOTES
               MOVE 'QUOTE TABLE FULL' TO PRF-DET-TEXT
               MOVE QWR-CODE TO PRF-DET-CODE
               MOVE QWR-USED-RUN TO PRF-DET-RUN
               MOVE QWR-ID TO PRF-DET-REF
               MOVE SPACES TO PRF-DET-AMOUNTS
               PERFORM 790-WRITE-PROOF-EXCEPTION
           ELSE
               ADD 1 TO PQT-ENTRY-COUNT
               SET PQ1 TO PQT-ENTRY-COUNT
               MOVE QWR-ID TO PQT-TAB-ID (PQ1)
               MOVE QWR-CODE TO PQT-TAB-CODE (PQ1)
               IF QWR-USED-RUN NUMERIC
                   MOVE QWR-USED-RUN TO PQT-TAB-RUN (PQ1)
               ELSE
                   MOVE ZERO TO PQT-TAB-RUN (PQ1)
               END-IF
               IF QWR-USED-SEQ NUMERIC
                   MOVE QWR-USED-SEQ TO PQT-TAB-SEQ (PQ1)
               ELSE
                   MOVE ZERO TO PQT-TAB-SEQ (PQ1)
               END-IF
               MOVE 'N' TO PQT-TAB-MATCHED (PQ1)
           END-IF.
       764-PROVE-ARCHIVE.
           MOVE 'N' TO PRF-EOF-SWITCH.
           MOVE 'N' TO WS-CROSS-LEG-SWITCH.
           OPEN INPUT CONV-ARCHIVE.
           IF ARCH-FILE-STATUS NOT = '00'
                   AND ARCH-FILE-STATUS NOT = '05'
               IF PRF-ATTEMPT-PASS
                   DISPLAY 'CONVERSION ARCHIVE STATUS '
                       ARCH-FILE-STATUS
                   MOVE 'ARCHIVE NOT READ' TO PRF-DET-TEXT
                   MOVE SPACES TO PRF-DET-CODE
                   MOVE SPACES TO PRF-DET-RUN
                   MOVE 'CONVARCH' TO PRF-DET-REF
                   MOVE SPACES TO PRF-DET-AMOUNTS
                   PERFORM 790-WRITE-PROOF-EXCEPTION
               END-IF
           ELSE
               PERFORM UNTIL PRF-EOF
                   READ CONV-ARCHIVE INTO LOG-DETAIL-LINE
                       AT END SET PRF-EOF TO TRUE
                       NOT AT END PERFORM 766-PROVE-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CONV-ARCHIVE
           END-IF.
       765-PROVE-LOG.
           MOVE 'N' TO PRF-EOF-SWITCH.
           MOVE 'N' TO WS-CROSS-LEG-SWITCH.
           OPEN INPUT CONVERSION-LOG.
           IF CLOG-FILE-STATUS NOT = '00'
                   AND CLOG-FILE-STATUS NOT = '05'
               IF PRF-ATTEMPT-PASS
                   DISPLAY 'CONVERSION LOG FILE STATUS '
                       CLOG-FILE-STATUS
                   MOVE 'CONVERSION LOG NOT READ' TO PRF-DET-TEXT
                   MOVE SPACES TO PRF-DET-CODE
                   MOVE SPACES TO PRF-DET-RUN
                   MOVE 'CONVLOG' TO PRF-DET-REF
                   MOVE SPACES TO PRF-DET-AMOUNTS
                   PERFORM 790-WRITE-PROOF-EXCEPTION
               END-IF
           ELSE
               PERFORM UNTIL PRF-EOF
                   READ CONVERSION-LOG INTO LOG-DETAIL-LINE
                       AT END SET PRF-EOF TO TRUE
                       NOT AT END PERFORM 766-PROVE-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CONVERSION-LOG
           END-IF.
       766-PROVE-LOG-ENTRY.
           IF LOG-DATE NUMERIC
               ADD 1 TO WS-PRF-ORDINAL
               PERFORM 767-CLASSIFY-LOG-ENTRY
               IF PRF-ATTEMPT-PASS
                   IF PRF-RUN-FOUND
                       PERFORM 769-TRACK-RUN-ATTEMPT
                   END-IF
               ELSE
                   PERFORM 770-APPLY-LOG-ENTRY
               END-IF
               PERFORM 359-TRACK-CROSS-LEG
           END-IF.
       767-CLASSIFY-LOG-ENTRY.
           MOVE 'N' TO WS-PRF-RUN-FOUND-SWITCH.
           IF LOG-TRAN-SEQ NUMERIC
               MOVE LOG-TRAN-SEQ TO WS-PRF-SEQ
           ELSE
               MOVE ZERO TO WS-PRF-SEQ
           END-IF.
           IF LOG-RUN-NUMBER NUMERIC AND LOG-BUS-DATE NUMERIC
               MOVE LOG-RUN-NUMBER TO WS-PRF-RUN
               MOVE LOG-BUS-DATE TO WS-PRF-BUS-DATE
               IF WS-PRF-RUN = ZERO
                   MOVE 'I' TO WS-PRF-RUN-CLASS
               ELSE
                   PERFORM 768-FIND-PROOF-RUN
                   IF PRF-RUN-FOUND
                       MOVE PRUN-TAB-TYPE (PF1) TO WS-PRF-RUN-CLASS
                       IF NOT PRF-ATTEMPT-PASS
                               AND WS-PRF-ORDINAL < PRUN-TAB-START (PF1)
                           MOVE 'N' TO WS-PRF-RUN-CLASS
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-PRF-RUN-CLASS
                   END-IF
               END-IF
           ELSE
               MOVE ZERO TO WS-PRF-RUN
               MOVE 'X' TO WS-PRF-RUN-CLASS
           END-IF.
       768-FIND-PROOF-RUN.
           MOVE 'N' TO WS-PRF-RUN-FOUND-SWITCH.
           IF PRUN-ENTRY-COUNT > ZERO
               IF PRUN-TAB-RUN (PF1) = WS-PRF-RUN
                       AND PRUN-TAB-DATE (PF1) = WS-PRF-BUS-DATE
                   MOVE 'Y' TO WS-PRF-RUN-FOUND-SWITCH
               ELSE
                   PERFORM VARYING PF1 FROM 1 BY 1
                           UNTIL PF1 > PRUN-ENTRY-COUNT
                           OR PRF-RUN-FOUND
                       IF PRUN-TAB-RUN (PF1) = WS-PRF-RUN
                               AND PRUN-TAB-DATE (PF1) = WS-PRF-BUS-DATE
                           MOVE 'Y' TO WS-PRF-RUN-FOUND-SWITCH
                       END-IF
                   END-PERFORM
                   IF PRF-RUN-FOUND
                       SET PF1 DOWN BY 1
                   ELSE
                       SET PF1 TO 1
                   END-IF
               END-IF
           END-IF.
       769-TRACK-RUN-ATTEMPT.
           IF PRUN-TAB-SEEN (PF1) NOT = 'Y'
                   OR WS-PRF-SEQ < PRUN-TAB-LAST-SEQ (PF1)
               MOVE 'Y' TO PRUN-TAB-SEEN (PF1)
               MOVE WS-PRF-ORDINAL TO PRUN-TAB-START (PF1)
           END-IF.
           MOVE WS-PRF-SEQ TO PRUN-TAB-LAST-SEQ (PF1).
       770-APPLY-LOG-ENTRY.
           IF LOG-DIRECTION NOT = 'E'
               EVALUATE TRUE
                   WHEN PRF-NO-RUN-NUMBER
                       ADD 1 TO WS-PRF-NORUN-COUNT
                   WHEN PRF-BATCH-RUN
                       PERFORM 771-LOAD-LOG-AMOUNTS
                       PERFORM 772-APPLY-BATCH-ENTRY
                       ADD 1 TO WS-PRF-PROVEN-COUNT
                   WHEN PRF-SETTLE-RUN
                       PERFORM 771-LOAD-LOG-AMOUNTS
                       PERFORM 775-APPLY-SETTLE-ENTRY
                       ADD 1 TO WS-PRF-PROVEN-COUNT
                   WHEN PRF-REVAL-RUN
                       PERFORM 771-LOAD-LOG-AMOUNTS
                       PERFORM 776-APPLY-REVAL-ENTRY
                       ADD 1 TO WS-PRF-PROVEN-COUNT
                   WHEN PRF-INTERACTIVE
                       PERFORM 771-LOAD-LOG-AMOUNTS
                       PERFORM 777-APPLY-INTERACTIVE-ENTRY
                       ADD 1 TO WS-PRF-PROVEN-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-PRF-UNPOSTED-COUNT
               END-EVALUATE
           END-IF.
       771-LOAD-LOG-AMOUNTS.
           MOVE LOG-AMOUNT TO WS-PRF-AMOUNT.
           MOVE LOG-RESULT TO WS-PRF-RESULT.
           IF LOG-FEE = SPACES
               MOVE ZERO TO WS-PRF-FEE
               MOVE 'N' TO WS-PRF-FEE-SWITCH
           ELSE
               MOVE LOG-FEE TO WS-PRF-FEE
               MOVE 'Y' TO WS-PRF-FEE-SWITCH
           END-IF.
           IF LOG-SCALED-RATE = SPACES
               MOVE ZERO TO WS-PRF-SCALED-RATE
           ELSE
               MOVE LOG-SCALED-RATE TO WS-PRF-SCALED-RATE
           END-IF.
           MOVE LOG-CODE TO WS-MAINT-CODE.
           PERFORM 440-FIND-MAINT-CODE.
           IF MAINT-FOUND
               SET WS-PRF-NDX TO X1
           ELSE
               MOVE ZERO TO WS-PRF-NDX
               MOVE 'LOG CODE NOT IN TABLE' TO PRF-DET-TEXT
               MOVE LOG-CODE TO PRF-DET-CODE
               MOVE WS-PRF-RUN TO PRF-DET-RUN
               MOVE WS-PRF-SEQ TO PRF-DET-REF
               MOVE SPACES TO PRF-DET-AMOUNTS
               PERFORM 790-WRITE-PROOF-EXCEPTION
           END-IF.
       772-APPLY-BATCH-ENTRY.
           EVALUATE TRUE
               WHEN SECOND-CROSS-LEG
                   PERFORM 796-ADD-EXPECTED-PAYMENT
                   PERFORM 773-APPLY-CROSS-PAIR
               WHEN LOG-DIRECTION = 'C'
                       OR (LOG-DIRECTION = 'R'
                           AND LOG-REV-ORIG-DIR = 'C')
                   PERFORM 796-ADD-EXPECTED-PAYMENT
                   PERFORM 774-HOLD-CROSS-LEG
               WHEN LOG-DIRECTION = 'F'
                   PERFORM 796-ADD-EXPECTED-PAYMENT
                   PERFORM 794-DERIVE-SPOT-GROSS
                   IF WS-PRF-NDX > ZERO
                       ADD WS-PRF-GROSS TO PRF-POS (WS-PRF-NDX)
                       ADD WS-PRF-AMOUNT TO PRF-NB-FOREIGN (WS-PRF-NDX)
                       ADD WS-PRF-GROSS TO PRF-NB-USD (WS-PRF-NDX)
                   END-IF
                   IF PRUN-TAB-GL-LEVEL (PF1) = 'S'
                       PERFORM 778-OPEN-SUMMARY-RUN
                       IF WS-PRF-GROSS > ZERO AND WS-PRF-NDX > ZERO
                           MOVE 'Y' TO PRF-DR-FLAG (WS-PRF-NDX)
                       END-IF
                       IF WS-PRF-RESULT > ZERO
                           MOVE 'Y' TO WS-PRF-CLEAR-FLAG
                       END-IF
                       IF WS-PRF-FEE > ZERO
                           MOVE 'Y' TO WS-PRF-FEE-FLAG
                       END-IF
                   ELSE
                       ADD 2 TO PRUN-TAB-EXP-GL (PF1)
                       IF WS-PRF-FEE > ZERO
                           ADD 1 TO PRUN-TAB-EXP-GL (PF1)
                       END-IF
                   END-IF
                   PERFORM 780-MATCH-USED-QUOTE
               WHEN LOG-DIRECTION = 'R'
                   PERFORM 796-ADD-EXPECTED-PAYMENT
                   COMPUTE WS-PRF-GROSS = WS-PRF-RESULT + WS-PRF-FEE
                   IF WS-PRF-NDX > ZERO
                       SUBTRACT WS-PRF-GROSS FROM PRF-POS (WS-PRF-NDX)
                       SUBTRACT WS-PRF-AMOUNT
                           FROM PRF-NB-FOREIGN (WS-PRF-NDX)
                       SUBTRACT WS-PRF-GROSS
                           FROM PRF-NB-USD (WS-PRF-NDX)
                   END-IF
                   ADD 2 TO PRUN-TAB-EXP-GL (PF1)
                   IF WS-PRF-FEE > ZERO
                       ADD 1 TO PRUN-TAB-EXP-GL (PF1)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       773-APPLY-CROSS-PAIR.
           MOVE WS-PRF-LEG1-USD TO WS-PRF-GROSS.
           IF WS-PRF-LEG1-FEE-SWITCH = 'Y'
               MOVE WS-PRF-LEG1-FEE TO WS-PRF-FEE
               IF WS-PRF-FEE > WS-PRF-GROSS
                   MOVE WS-PRF-GROSS TO WS-PRF-FEE
               END-IF
               COMPUTE WS-PRF-NET = WS-PRF-GROSS - WS-PRF-FEE
           ELSE
               IF WS-PRF-SCALED-RATE > ZERO
                   COMPUTE WS-PRF-NET ROUNDED =
                       WS-PRF-AMOUNT / WS-PRF-SCALED-RATE
               ELSE
                   MOVE WS-PRF-GROSS TO WS-PRF-NET
               END-IF
               IF WS-PRF-NET > WS-PRF-GROSS
                   MOVE WS-PRF-GROSS TO WS-PRF-NET
               END-IF
               COMPUTE WS-PRF-FEE = WS-PRF-GROSS - WS-PRF-NET
           END-IF.
           IF WS-PRF-LEG1-DIR = 'R'
               IF WS-PRF-LEG1-NDX > ZERO
                   SUBTRACT WS-PRF-GROSS FROM PRF-POS (WS-PRF-LEG1-NDX)
                   SUBTRACT WS-PRF-LEG1-AMOUNT
                       FROM PRF-NB-FOREIGN (WS-PRF-LEG1-NDX)
                   SUBTRACT WS-PRF-GROSS
                       FROM PRF-NB-USD (WS-PRF-LEG1-NDX)
               END-IF
               IF WS-PRF-NDX > ZERO
                   ADD WS-PRF-GROSS TO PRF-POS (WS-PRF-NDX)
                   ADD WS-PRF-AMOUNT TO PRF-NB-FOREIGN (WS-PRF-NDX)
                   ADD WS-PRF-NET TO PRF-NB-USD (WS-PRF-NDX)
               END-IF
               ADD 2 TO PRUN-TAB-EXP-GL (PF1)
               IF WS-PRF-FEE > ZERO
                   ADD 1 TO PRUN-TAB-EXP-GL (PF1)
               END-IF
           ELSE
               IF WS-PRF-LEG1-NDX > ZERO
                   ADD WS-PRF-GROSS TO PRF-POS (WS-PRF-LEG1-NDX)
                   ADD WS-PRF-LEG1-AMOUNT
                       TO PRF-NB-FOREIGN (WS-PRF-LEG1-NDX)
                   ADD WS-PRF-GROSS TO PRF-NB-USD (WS-PRF-LEG1-NDX)
               END-IF
               IF WS-PRF-NDX > ZERO
                   SUBTRACT WS-PRF-GROSS FROM PRF-POS (WS-PRF-NDX)
                   SUBTRACT WS-PRF-AMOUNT
                       FROM PRF-NB-FOREIGN (WS-PRF-NDX)
                   SUBTRACT WS-PRF-NET FROM PRF-NB-USD (WS-PRF-NDX)
               END-IF
               IF PRUN-TAB-GL-LEVEL (PF1) = 'S'
                   PERFORM 778-OPEN-SUMMARY-RUN
                   IF WS-PRF-GROSS > ZERO AND WS-PRF-LEG1-NDX > ZERO
                       MOVE 'Y' TO PRF-DR-FLAG (WS-PRF-LEG1-NDX)
                   END-IF
                   IF WS-PRF-NET > ZERO AND WS-PRF-NDX > ZERO
                       MOVE 'Y' TO PRF-CR-FLAG (WS-PRF-NDX)
                   END-IF
                   IF WS-PRF-FEE > ZERO
                       MOVE 'Y' TO WS-PRF-FEE-FLAG
                   END-IF
               ELSE
                   ADD 2 TO PRUN-TAB-EXP-GL (PF1)
                   IF WS-PRF-FEE > ZERO
                       ADD 1 TO PRUN-TAB-EXP-GL (PF1)
                   END-IF
               END-IF
           END-IF.
       774-HOLD-CROSS-LEG.
           MOVE LOG-DIRECTION TO WS-PRF-LEG1-DIR.
           MOVE WS-PRF-NDX TO WS-PRF-LEG1-NDX.
           MOVE WS-PRF-AMOUNT TO WS-PRF-LEG1-AMOUNT.
           MOVE WS-PRF-RESULT TO WS-PRF-LEG1-USD.
           MOVE WS-PRF-FEE TO WS-PRF-LEG1-FEE.
           MOVE WS-PRF-FEE-SWITCH TO WS-PRF-LEG1-FEE-SWITCH.
       775-APPLY-SETTLE-ENTRY.
           IF LOG-DIRECTION = 'F' OR LOG-DIRECTION = 'U'
               ADD 1 TO PRUN-TAB-EXP-PAY (PF1)
               ADD 2 TO PRUN-TAB-EXP-GL (PF1)
               IF LOG-DIRECTION = 'U'
                   ADD WS-PRF-AMOUNT TO PRUN-TAB-EXP-HASH (PF1)
                   IF WS-PRF-NDX > ZERO
                       SUBTRACT WS-PRF-RESULT
                           FROM PRF-NB-FOREIGN (WS-PRF-NDX)
                       SUBTRACT WS-PRF-AMOUNT
                           FROM PRF-NB-USD (WS-PRF-NDX)
                   END-IF
               ELSE
                   ADD WS-PRF-RESULT TO PRUN-TAB-EXP-HASH (PF1)
                   IF WS-PRF-NDX > ZERO
                       ADD WS-PRF-AMOUNT TO PRF-NB-FOREIGN (WS-PRF-NDX)
                       ADD WS-PRF-RESULT TO PRF-NB-USD (WS-PRF-NDX)
                   END-IF
               END-IF
           END-IF.
       776-APPLY-REVAL-ENTRY.
           IF LOG-DIRECTION = 'V'
               ADD 2 TO PRUN-TAB-EXP-GL (PF1)
               IF WS-PRF-NDX > ZERO
                   IF LOG-REVAL-SIGN = '-'
                       SUBTRACT WS-PRF-RESULT
                           FROM PRF-NB-USD (WS-PRF-NDX)
                   ELSE
                       ADD WS-PRF-RESULT TO PRF-NB-USD (WS-PRF-NDX)
                   END-IF
               END-IF
           END-IF.
       777-APPLY-INTERACTIVE-ENTRY.
           EVALUATE TRUE
               WHEN SECOND-CROSS-LEG
                   IF WS-PRF-LEG1-NDX > ZERO
                       ADD WS-PRF-LEG1-USD
                           TO PRF-POS (WS-PRF-LEG1-NDX)
                   END-IF
                   IF WS-PRF-NDX > ZERO
                       SUBTRACT WS-PRF-LEG1-USD
                           FROM PRF-POS (WS-PRF-NDX)
                   END-IF
               WHEN LOG-DIRECTION = 'C'
                   PERFORM 774-HOLD-CROSS-LEG
               WHEN LOG-DIRECTION = 'U' OR LOG-DIRECTION = 'u'
                   IF WS-PRF-NDX > ZERO
                       SUBTRACT WS-PRF-AMOUNT FROM PRF-POS (WS-PRF-NDX)
                   END-IF
               WHEN OTHER
                   PERFORM 794-DERIVE-SPOT-GROSS
                   IF WS-PRF-NDX > ZERO
                       ADD WS-PRF-GROSS TO PRF-POS (WS-PRF-NDX)
                   END-IF
           END-EVALUATE.
       778-OPEN-SUMMARY-RUN.
           SET WS-PRF-RUN-NDX TO PF1.
           IF WS-PRF-RUN-NDX NOT = WS-PRF-SUM-NDX
               PERFORM 779-CLOSE-SUMMARY-RUN
               MOVE WS-PRF-RUN-NDX TO WS-PRF-SUM-NDX
           END-IF.
       779-CLOSE-SUMMARY-RUN.
           IF WS-PRF-SUM-NDX > ZERO
               MOVE ZERO TO WS-PRF-SUM-LINES
               PERFORM 795-COUNT-SUMMARY-FLAGS
                   VARYING WS-PRF-SUB FROM 1 BY 1
                   UNTIL WS-PRF-SUB > 50
               IF WS-PRF-CLEAR-FLAG = 'Y'
                   ADD 1 TO WS-PRF-SUM-LINES
               END-IF
               IF WS-PRF-FEE-FLAG = 'Y'
                   ADD 1 TO WS-PRF-SUM-LINES
               END-IF
               MOVE 'N' TO WS-PRF-CLEAR-FLAG
               MOVE 'N' TO WS-PRF-FEE-FLAG
               ADD WS-PRF-SUM-LINES
                   TO PRUN-TAB-EXP-GL (WS-PRF-SUM-NDX)
               MOVE ZERO TO WS-PRF-SUM-NDX
           END-IF.
       795-COUNT-SUMMARY-FLAGS.
           IF PRF-DR-FLAG (WS-PRF-SUB) = 'Y'
               ADD 1 TO WS-PRF-SUM-LINES
           END-IF.
           IF PRF-CR-FLAG (WS-PRF-SUB) = 'Y'
               ADD 1 TO WS-PRF-SUM-LINES
           END-IF.
           MOVE 'N' TO PRF-DR-FLAG (WS-PRF-SUB).
           MOVE 'N' TO PRF-CR-FLAG (WS-PRF-SUB).
       794-DERIVE-SPOT-GROSS.
           IF PRF-FEE-LOGGED
               COMPUTE WS-PRF-GROSS = WS-PRF-RESULT + WS-PRF-FEE
           ELSE
               MOVE WS-PRF-RESULT TO WS-PRF-GROSS
               IF WS-PRF-SCALED-RATE > ZERO
                   DIVIDE WS-PRF-SCALED-RATE INTO WS-PRF-AMOUNT
                       GIVING WS-PRF-MID
                   IF WS-PRF-MID > WS-PRF-RESULT
                       MOVE WS-PRF-MID TO WS-PRF-GROSS
                   END-IF
               END-IF
               COMPUTE WS-PRF-FEE = WS-PRF-GROSS - WS-PRF-RESULT
           END-IF.
       796-ADD-EXPECTED-PAYMENT.
           ADD 1 TO PRUN-TAB-EXP-PAY (PF1).
           ADD WS-PRF-RESULT TO PRUN-TAB-EXP-HASH (PF1).
       780-MATCH-USED-QUOTE.
           MOVE 'N' TO WS-PRF-QUOTE-SWITCH.
           PERFORM VARYING PQ1 FROM 1 BY 1
                   UNTIL PQ1 > PQT-ENTRY-COUNT OR PRF-QUOTE-MATCHED
               IF PQT-TAB-MATCHED (PQ1) = 'N'
                       AND PQT-TAB-RUN (PQ1) = WS-PRF-RUN
                       AND PQT-TAB-CODE (PQ1) = LOG-CODE
                       AND (PQT-TAB-SEQ (PQ1) = ZERO
                           OR PQT-TAB-SEQ (PQ1) = WS-PRF-SEQ)
                   MOVE 'Y' TO PQT-TAB-MATCHED (PQ1)
                   MOVE 'Y' TO WS-PRF-QUOTE-SWITCH
               END-IF
           END-PERFORM.
       781-PROVE-FORWARD-BOOKINGS.
           MOVE 'N' TO WS-FWD-EOF-SWITCH.
           OPEN INPUT FORWARD-DEAL-FILE.
           IF FWD-FILE-STATUS NOT = '00'
                   AND FWD-FILE-STATUS NOT = '05'
               DISPLAY 'FORWARD DEAL FILE STATUS ' FWD-FILE-STATUS
               MOVE 'FORWARD DEALS NOT READ' TO PRF-DET-TEXT
               MOVE SPACES TO PRF-DET-CODE
               MOVE SPACES TO PRF-DET-RUN
               MOVE 'FWDDEAL' TO PRF-DET-REF
               MOVE SPACES TO PRF-DET-AMOUNTS
               PERFORM 790-WRITE-PROOF-EXCEPTION
           ELSE
               PERFORM UNTIL FWD-EOF
                   READ FORWARD-DEAL-FILE INTO FWD-DETAIL-LINE
                       AT END SET FWD-EOF TO TRUE
                       NOT AT END PERFORM 782-APPLY-FORWARD-BOOKING
                   END-READ
               END-PERFORM
               CLOSE FORWARD-DEAL-FILE
           END-IF.
       782-APPLY-FORWARD-BOOKING.
           MOVE 'N' TO WS-PRF-RUN-FOUND-SWITCH.
           IF FWD-RUN-NUMBER NUMERIC AND FWD-BUS-DATE NUMERIC
               MOVE FWD-RUN-NUMBER TO WS-PRF-RUN
               MOVE FWD-BUS-DATE TO WS-PRF-BUS-DATE
               PERFORM 768-FIND-PROOF-RUN
           END-IF.
           IF PRF-RUN-FOUND AND PRUN-TAB-TYPE (PF1) = 'B'
               IF FWD-FROM-CODE = 'USD'
                   MOVE FWD-TO-CODE TO WS-MAINT-CODE
               ELSE
                   MOVE FWD-FROM-CODE TO WS-MAINT-CODE
               END-IF
               PERFORM 440-FIND-MAINT-CODE
               IF MAINT-FOUND
                   ADD 1 TO WS-PRF-FWD-COUNT
                   IF FWD-FROM-CODE = 'USD'
                       SUBTRACT FWD-USD-AMT FROM PRF-POS (X1)
                   ELSE
                       ADD FWD-USD-AMT TO PRF-POS (X1)
                   END-IF
               ELSE
                   MOVE 'DEAL CODE NOT IN TABLE' TO PRF-DET-TEXT
                   MOVE WS-MAINT-CODE TO PRF-DET-CODE
                   MOVE FWD-RUN-NUMBER TO PRF-DET-RUN
                   MOVE FWD-TRAN-SEQ TO PRF-DET-REF
                   MOVE SPACES TO PRF-DET-AMOUNTS
                   PERFORM 790-WRITE-PROOF-EXCEPTION
               END-IF
           END-IF.
       783-COMPARE-BALANCES.
           ADD 1 TO WS-PRF-CTRY-COUNT.
           MOVE COUNTRY-CODE (X1) TO PRF-DET-CODE.
           MOVE SPACES TO PRF-DET-RUN.
           IF POS-AMOUNT (X1) NOT = PRF-POS (X1)
               MOVE 'POSITION DISAGREES' TO PRF-DET-TEXT
               MOVE 'POSLEDGR' TO PRF-DET-REF
               MOVE POS-AMOUNT (X1) TO WS-PRF-RECORDED
               MOVE PRF-POS (X1) TO WS-PRF-REBUILT
               PERFORM 788-WRITE-AMOUNT-EXCEPTION
           END-IF.
           IF NB-FOREIGN (X1) NOT = PRF-NB-FOREIGN (X1)
               MOVE 'NOSTRO FOREIGN DISAGREES' TO PRF-DET-TEXT
               MOVE 'NOSTROBL' TO PRF-DET-REF
               MOVE NB-FOREIGN (X1) TO WS-PRF-RECORDED
               MOVE PRF-NB-FOREIGN (X1) TO WS-PRF-REBUILT
               PERFORM 788-WRITE-AMOUNT-EXCEPTION
           END-IF.
           IF NB-USD (X1) NOT = PRF-NB-USD (X1)
               MOVE 'NOSTRO USD DISAGREES' TO PRF-DET-TEXT
               MOVE 'NOSTROBL' TO PRF-DET-REF
               MOVE NB-USD (X1) TO WS-PRF-RECORDED
               MOVE PRF-NB-USD (X1) TO WS-PRF-REBUILT
               PERFORM 788-WRITE-AMOUNT-EXCEPTION
           END-IF.
       784-COMPARE-RUN-TRAILERS.
           MOVE SPACES TO PRF-DET-CODE.
           MOVE PRUN-TAB-RUN (PF1) TO PRF-DET-RUN.
           MOVE PRUN-TAB-DATE (PF1) TO PRF-DET-REF.
           IF PRUN-TAB-KEPT (PF1) = 'Y'
               IF PRUN-TAB-GL-COUNT (PF1) NOT = PRUN-TAB-EXP-GL (PF1)
                   MOVE 'GL COUNT DISAGREES' TO PRF-DET-TEXT
                   MOVE PRUN-TAB-GL-COUNT (PF1) TO WS-PRF-REC-COUNT
                   MOVE PRUN-TAB-EXP-GL (PF1) TO WS-PRF-EXP-COUNT
                   PERFORM 789-WRITE-COUNT-EXCEPTION
               END-IF
               IF PRUN-TAB-GL-NET (PF1) NOT = ZERO
                   MOVE 'GL TRAILER NOT IN BALANCE' TO PRF-DET-TEXT
                   MOVE PRUN-TAB-GL-NET (PF1) TO WS-PRF-RECORDED
                   MOVE ZERO TO WS-PRF-REBUILT
                   PERFORM 788-WRITE-AMOUNT-EXCEPTION
               END-IF
               IF PRUN-TAB-PAY-COUNT (PF1)
                       NOT = PRUN-TAB-EXP-PAY (PF1)
                   MOVE 'PAY COUNT DISAGREES' TO PRF-DET-TEXT
                   MOVE PRUN-TAB-PAY-COUNT (PF1) TO WS-PRF-REC-COUNT
                   MOVE PRUN-TAB-EXP-PAY (PF1) TO WS-PRF-EXP-COUNT
                   PERFORM 789-WRITE-COUNT-EXCEPTION
               END-IF
               IF PRUN-TAB-PAY-HASH (PF1)
                       NOT = PRUN-TAB-EXP-HASH (PF1)
                   MOVE 'PAY HASH DISAGREES' TO PRF-DET-TEXT
                   MOVE PRUN-TAB-PAY-HASH (PF1) TO WS-PRF-RECORDED
                   MOVE PRUN-TAB-EXP-HASH (PF1) TO WS-PRF-REBUILT
                   PERFORM 788-WRITE-AMOUNT-EXCEPTION
               END-IF
           ELSE
               ADD 1 TO WS-PRF-UNPROVEN-RUNS
           END-IF.
       785-PROVE-GL-EXTRACT.
           MOVE 'GLEXTR' TO WS-PRF-EXT-FILE.
           MOVE 'N' TO WS-PRF-HDR-SWITCH.
           MOVE 'N' TO WS-PRF-TRL-SWITCH.
           OPEN INPUT GL-EXTRACT-FILE.
           IF GL-FILE-STATUS NOT = '00'
               DISPLAY 'GL EXTRACT FILE STATUS ' GL-FILE-STATUS
               DISPLAY 'GL EXTRACT TRAILER NOT PROVED'
           ELSE
               PERFORM UNTIL GL-FILE-STATUS NOT = '00'
                   READ GL-EXTRACT-FILE INTO PRF-EXTRACT-LINE
                       AT END MOVE '10' TO GL-FILE-STATUS
                       NOT AT END
                           IF PRF-EXT-TYPE = 'H'
                               MOVE 'Y' TO WS-PRF-HDR-SWITCH
                               MOVE PRF-EXT-RUN-NUMBER
                                   TO WS-PRF-EXT-RUN
                               MOVE PRF-EXT-BUS-DATE
                                   TO WS-PRF-EXT-DATE
                           END-IF
                           IF PRF-EXT-TYPE = 'T'
                               MOVE 'Y' TO WS-PRF-TRL-SWITCH
                               MOVE PRF-EXT-RUN-NUMBER
                                   TO WS-PRF-EXT-RUN
                               MOVE PRF-EXT-BUS-DATE
                                   TO WS-PRF-EXT-DATE
                               MOVE PRF-EXT-COUNT TO WS-PRF-EXT-COUNT
                               MOVE PRF-EXT-GL-NET
                                   TO WS-PRF-EXT-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-EXTRACT-FILE
               IF PRF-HEADER-READ
                   PERFORM 792-COMPARE-EXTRACT-TRAILER
               END-IF
           END-IF.
       786-PROVE-PAYMENT-INSTR.
           MOVE 'PAYINSTR' TO WS-PRF-EXT-FILE.
           MOVE 'N' TO WS-PRF-HDR-SWITCH.
           MOVE 'N' TO WS-PRF-TRL-SWITCH.
           OPEN INPUT PAYMENT-INSTR-FILE.
           IF PAY-FILE-STATUS NOT = '00'
               DISPLAY 'PAYMENT INSTRUCTION FILE STATUS '
                   PAY-FILE-STATUS
               DISPLAY 'PAYMENT TRAILER NOT PROVED'
           ELSE
               PERFORM UNTIL PAY-FILE-STATUS NOT = '00'
                   READ PAYMENT-INSTR-FILE INTO PRF-EXTRACT-LINE
                       AT END MOVE '10' TO PAY-FILE-STATUS
                       NOT AT END
                           IF PRF-EXT-TYPE = 'H'
                               MOVE 'Y' TO WS-PRF-HDR-SWITCH
                               MOVE PRF-EXT-RUN-NUMBER
                                   TO WS-PRF-EXT-RUN
                               MOVE PRF-EXT-BUS-DATE
                                   TO WS-PRF-EXT-DATE
                           END-IF
                           IF PRF-EXT-TYPE = 'T'
                               MOVE 'Y' TO WS-PRF-TRL-SWITCH
                               MOVE PRF-EXT-RUN-NUMBER
                                   TO WS-PRF-EXT-RUN
                               MOVE PRF-EXT-BUS-DATE
                                   TO WS-PRF-EXT-DATE
                               MOVE PRF-EXT-COUNT TO WS-PRF-EXT-COUNT
                               MOVE PRF-EXT-PAY-HASH
                                   TO WS-PRF-EXT-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-INSTR-FILE
               IF PRF-HEADER-READ
                   PERFORM 792-COMPARE-EXTRACT-TRAILER
               END-IF
           END-IF.
       792-COMPARE-EXTRACT-TRAILER.
           MOVE WS-PRF-EXT-RUN TO WS-PRF-RUN.
           MOVE WS-PRF-EXT-DATE TO WS-PRF-BUS-DATE.
           PERFORM 768-FIND-PROOF-RUN.
           MOVE SPACES TO PRF-DET-CODE.
           MOVE WS-PRF-EXT-RUN TO PRF-DET-RUN.
           MOVE WS-PRF-EXT-FILE TO PRF-DET-REF.
           EVALUATE TRUE
               WHEN NOT PRF-RUN-FOUND
                   IF PRF-TRAILER-READ
                       MOVE 'EXTRACT RUN NOT ON RUNCTL' TO PRF-DET-TEXT
                       MOVE SPACES TO PRF-DET-AMOUNTS
                       PERFORM 790-WRITE-PROOF-EXCEPTION
                   END-IF
               WHEN NOT PRF-TRAILER-READ
                   MOVE 'EXTRACT HAS NO TRAILER' TO PRF-DET-TEXT
                   MOVE SPACES TO PRF-DET-AMOUNTS
                   PERFORM 790-WRITE-PROOF-EXCEPTION
               WHEN PRUN-TAB-KEPT (PF1) = 'Y'
                   IF WS-PRF-EXT-FILE = 'GLEXTR'
                       MOVE PRUN-TAB-GL-COUNT (PF1) TO WS-PRF-EXP-COUNT
                       MOVE PRUN-TAB-GL-NET (PF1) TO WS-PRF-REBUILT
                   ELSE
                       MOVE PRUN-TAB-PAY-COUNT (PF1)
                           TO WS-PRF-EXP-COUNT
                       MOVE PRUN-TAB-PAY-HASH (PF1) TO WS-PRF-REBUILT
                   END-IF
                   IF WS-PRF-EXT-COUNT NOT = WS-PRF-EXP-COUNT
                       MOVE 'EXTRACT COUNT DISAGREES' TO PRF-DET-TEXT
                       MOVE WS-PRF-EXT-COUNT TO WS-PRF-REC-COUNT
                       PERFORM 789-WRITE-COUNT-EXCEPTION
                   END-IF
                   IF WS-PRF-EXT-TOTAL NOT = WS-PRF-REBUILT
                       MOVE 'EXTRACT TOTAL DISAGREES' TO PRF-DET-TEXT
                       MOVE WS-PRF-EXT-TOTAL TO WS-PRF-RECORDED
                       PERFORM 788-WRITE-AMOUNT-EXCEPTION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       787-CHECK-USED-QUOTE.
           IF PQT-TAB-MATCHED (PQ1) NOT = 'Y'
               MOVE 'USED QUOTE NOT ON LOG' TO PRF-DET-TEXT
               MOVE PQT-TAB-CODE (PQ1) TO PRF-DET-CODE
               MOVE PQT-TAB-RUN (PQ1) TO PRF-DET-RUN
               MOVE PQT-TAB-ID (PQ1) TO PRF-DET-REF
               MOVE SPACES TO PRF-DET-AMOUNTS
               PERFORM 790-WRITE-PROOF-EXCEPTION
           END-IF.
       788-WRITE-AMOUNT-EXCEPTION.
           MOVE WS-PRF-RECORDED TO PRF-DET-ON-FILE.
           MOVE WS-PRF-REBUILT TO PRF-DET-PROOF.
           COMPUTE PRF-DET-DIFF = WS-PRF-RECORDED - WS-PRF-REBUILT.
           PERFORM 790-WRITE-PROOF-EXCEPTION.
       789-WRITE-COUNT-EXCEPTION.
           MOVE SPACES TO PRF-DET-AMOUNTS.
           MOVE WS-PRF-REC-COUNT TO PRF-DET-ON-FILE-CT.
           MOVE WS-PRF-EXP-COUNT TO PRF-DET-PROOF-CT.
           COMPUTE PRF-DET-DIFF-CT =
               WS-PRF-REC-COUNT - WS-PRF-EXP-COUNT.
           PERFORM 790-WRITE-PROOF-EXCEPTION.
       790-WRITE-PROOF-EXCEPTION.
           WRITE PRF-RECORD FROM PRF-DETAIL-LINE.
           ADD 1 TO WS-PRF-EXC-COUNT.
       791-PRINT-PROOF-TOTALS.
           MOVE SPACES TO PRF-RECORD.
           WRITE PRF-RECORD.
           MOVE 'LOG ENTRIES PROVEN' TO PRF-TOT-LABEL.
           MOVE WS-PRF-PROVEN-COUNT TO PRF-TOT-COUNT.
           WRITE PRF-RECORD FROM PRF-TOTAL-LINE.
           MOVE 'ENTRIES OF RUNS NOT POSTED' TO PRF-TOT-LABEL.
           MOVE WS-PRF-UNPOSTED-COUNT TO PRF-TOT-COUNT.
           WRITE PRF-RECORD FROM PRF-TOTAL-LINE.
           MOVE 'ENTRIES WITHOUT RUN NUMBER' TO PRF-TOT-LABEL.
           MOVE WS-PRF-NORUN-COUNT TO PRF-TOT-COUNT.
           WRITE PRF-RECORD FROM PRF-TOTAL-LINE.
           MOVE 'FORWARD BOOKINGS' TO PRF-TOT-LABEL.
           MOVE WS-PRF-FWD-COUNT TO PRF-TOT-COUNT.
           WRITE PRF-RECORD FROM PRF-TOTAL-LINE.
           MOVE 'CURRENCIES COMPARED' TO PRF-TOT-LABEL.
           MOVE WS-PRF-CTRY-COUNT TO PRF-TOT-COUNT.
           WRITE PRF-RECORD FROM PRF-TOTAL-LINE.
           MOVE 'RUNS ON RUN CONTROL' TO PRF-TOT-LABEL.
           MOVE PRUN-ENTRY-COUNT TO PRF-TOT-COUNT.
           WRITE PRF-RECORD FROM PRF-TOTAL-LINE.
           MOVE 'RUNS WITHOUT TRAILER COUNTS' TO PRF-TOT-LABEL.
           MOVE WS-PRF-UNPROVEN-RUNS TO PRF-TOT-COUNT.
           WRITE PRF-RECORD FROM PRF-TOTAL-LINE.
           MOVE 'USED QUOTES CHECKED' TO PRF-TOT-LABEL.
           MOVE PQT-ENTRY-COUNT TO PRF-TOT-COUNT.
           WRITE PRF-RECORD FROM PRF-TOTAL-LINE.
           MOVE 'INTEGRITY EXCEPTIONS' TO PRF-TOT-LABEL.
           MOVE WS-PRF-EXC-COUNT TO PRF-TOT-COUNT.
           WRITE PRF-RECORD FROM PRF-TOTAL-LINE.
           MOVE SPACES TO PRF-RECORD.
           WRITE PRF-RECORD.
           IF WS-PRF-EXC-COUNT > ZERO
               MOVE 'PROOF OUT OF AGREEMENT' TO PRF-RECORD
           ELSE
               MOVE 'PROOF IN AGREEMENT' TO PRF-RECORD
           END-IF.
           WRITE PRF-RECORD.
       800-STALE-REPORT.
           OPEN OUTPUT STALE-RATE-REPORT.
           IF STALE-FILE-STATUS NOT = '00'
               DISPLAY 'STALE RATE REPORT STATUS ' STALE-FILE-STATUS
               DISPLAY 'STALE RATE REPORT NOT PRINTED'
               MOVE 8 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               MOVE WS-STALE-DAYS TO STALE-HDR-DAYS
               MOVE WS-TODAY-DATE TO STALE-HDR-DATE
               WRITE STALE-RECORD FROM STALE-HEADING-LINE
               MOVE SPACES TO STALE-RECORD
               WRITE STALE-RECORD
               WRITE STALE-RECORD FROM STALE-COLUMN-LINE
               MOVE ZERO TO WS-STALE-COUNT
               PERFORM 810-CHECK-ONE-ENTRY
                   VARYING X1 FROM 1 BY 1
                   UNTIL X1 > TABLE-ENTRY-COUNT
               MOVE WS-STALE-COUNT TO STALE-TOT-COUNT
               WRITE STALE-RECORD FROM STALE-TOTAL-LINE
               CLOSE STALE-RATE-REPORT
               DISPLAY 'STALE RATES FOUND: ' WS-STALE-COUNT
               IF WS-STALE-COUNT > ZERO
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               END-IF
           END-IF.
       820-SETTLE-FORWARDS.
           OPEN OUTPUT FORWARD-SETTLE-REPORT.
           OPEN OUTPUT GL-EXTRACT-FILE.
           OPEN OUTPUT PAYMENT-INSTR-FILE.
           IF FSET-FILE-STATUS NOT = '00'
               DISPLAY 'FORWARD SETTLEMENT REPORT STATUS '
                   FSET-FILE-STATUS
               DISPLAY 'MATURITY RUN ABORTED - NO REPORT FILE'
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
           IF GL-FILE-STATUS NOT = '00'
                   OR PAY-FILE-STATUS NOT = '00'
               DISPLAY 'GL EXTRACT FILE STATUS ' GL-FILE-STATUS
                   ' PAYMENT ' PAY-FILE-STATUS
               DISPLAY 'MATURITY RUN ABORTED - NO GL OR PAYMENT FILE'
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               OPEN INPUT FORWARD-DEAL-FILE
               OPEN OUTPUT FORWARD-WORK-FILE
               IF (FWD-FILE-STATUS NOT = '00'
                       AND FWD-FILE-STATUS NOT = '05')
                       OR (FWDW-FILE-STATUS NOT = '00'
                           AND FWDW-FILE-STATUS NOT = '05')
                   DISPLAY 'FORWARD DEAL FILE STATUS ' FWD-FILE-STATUS
                       ' WORK ' FWDW-FILE-STATUS
                   DISPLAY 'MATURITY RUN ABORTED - NO FORWARD DEALS'
                   IF FWD-FILE-STATUS = '00' OR FWD-FILE-STATUS = '05'
                       CLOSE FORWARD-DEAL-FILE
                   END-IF
                   IF FWDW-FILE-STATUS = '00' OR FWDW-FILE-STATUS = '05'
                       CLOSE FORWARD-WORK-FILE
                   END-IF
                   MOVE 16 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               ELSE
                   PERFORM 301-LOAD-RUN-CONTROL
                   IF PARM-BUS-DATE NUMERIC
                           AND PARM-BUS-DATE NOT = '00000000'
                       MOVE PARM-BUS-DATE TO WS-EXPECT-BUS-DATE
                   ELSE
                       MOVE WS-TODAY-DATE TO WS-EXPECT-BUS-DATE
                   END-IF
                   MOVE 'D' TO WS-RUNC-TYPE
                   PERFORM 378-WRITE-GL-HEADER
                   PERFORM 390-WRITE-PAY-HEADER
                   MOVE WS-EXPECT-BUS-DATE TO FSET-HDR-DATE
                   MOVE WS-RUN-NUMBER TO FSET-HDR-RUN
                   WRITE FSET-RECORD FROM FSET-HEADING-LINE
                   MOVE SPACES TO FSET-RECORD
                   WRITE FSET-RECORD
                   WRITE FSET-RECORD FROM FSET-COLUMN-LINE
                   MOVE ZERO TO WS-FWD-SET-COUNT
                   MOVE ZERO TO WS-FWD-SET-USD
                   MOVE ZERO TO WS-FWD-SET-HASH
                   MOVE ZERO TO WS-FWD-FAIL-COUNT
                   MOVE ZERO TO WS-TRAN-POS
                   MOVE 'N' TO WS-FWD-EOF-SWITCH
                   PERFORM UNTIL FWD-EOF
                       READ FORWARD-DEAL-FILE INTO FWD-DETAIL-LINE
                           AT END SET FWD-EOF TO TRUE
                           NOT AT END
                               IF FWD-OPEN
                                   AND FWD-MATURITY NOT >
                                       WS-EXPECT-BUS-DATE
                                   PERFORM 821-SETTLE-ONE-FORWARD
                               END-IF
                               WRITE FWDW-RECORD FROM FWD-DETAIL-LINE
                       END-READ
                   END-PERFORM
                   CLOSE FORWARD-DEAL-FILE
                   CLOSE FORWARD-WORK-FILE
                   MOVE SPACES TO FSET-RECORD
                   WRITE FSET-RECORD
                   MOVE 'FORWARDS SETTLED' TO FSET-TOT-LABEL
                   MOVE WS-FWD-SET-COUNT TO FSET-TOT-COUNT
                   MOVE WS-FWD-SET-USD TO FSET-TOT-USD
                   WRITE FSET-RECORD FROM FSET-TOTAL-LINE
                   IF WS-FWD-FAIL-COUNT > ZERO
                       MOVE 'FORWARDS NOT SETTLED' TO FSET-TOT-LABEL
                       MOVE WS-FWD-FAIL-COUNT TO FSET-TOT-COUNT
                       MOVE ZERO TO FSET-TOT-USD
                       WRITE FSET-RECORD FROM FSET-TOTAL-LINE
                       MOVE 8 TO WS-RAISE-CODE
                       PERFORM 920-RAISE-COMPLETION
                   END-IF
                   PERFORM 388-WRITE-GL-TRAILER
                   PERFORM 394-WRITE-PAY-TRAILER
                   PERFORM 824-REWRITE-FORWARD-DEALS
                   MOVE WS-FWD-SET-COUNT TO WS-EXPECT-COUNT
                   MOVE WS-FWD-SET-HASH TO WS-EXPECT-HASH
                   PERFORM 304-REGISTER-RUN
               END-IF
           END-IF
           END-IF.
           IF FSET-FILE-STATUS = '00'
               CLOSE FORWARD-SETTLE-REPORT
           END-IF.
           IF GL-FILE-STATUS = '00'
               CLOSE GL-EXTRACT-FILE
           END-IF.
           IF PAY-FILE-STATUS = '00'
               CLOSE PAYMENT-INSTR-FILE
           END-IF.
       821-SETTLE-ONE-FORWARD.
           IF FWD-FROM-CODE = 'USD'
               MOVE FWD-TO-CODE TO WS-FWD-CODE
               MOVE 'U' TO WS-FWD-DIRECTION
           ELSE
               MOVE FWD-FROM-CODE TO WS-FWD-CODE
               MOVE 'F' TO WS-FWD-DIRECTION
           END-IF.
           MOVE FWD-ACCOUNT TO FSET-DET-ACCOUNT.
           MOVE FWD-FROM-CODE TO FSET-DET-FROM.
           MOVE FWD-TO-CODE TO FSET-DET-TO.
           MOVE FWD-AMOUNT TO FSET-DET-AMOUNT.
           MOVE FWD-CONTRACT-RATE TO FSET-DET-RATE.
           MOVE FWD-FOREIGN-AMT TO FSET-DET-FOREIGN.
           MOVE FWD-USD-AMT TO FSET-DET-USD.
           MOVE FWD-MATURITY TO FSET-DET-MATURITY.
           MOVE WS-FWD-CODE TO WS-MAINT-CODE.
           PERFORM 440-FIND-MAINT-CODE.
           IF NOT MAINT-FOUND
               MOVE 'CODE NOT FOUND' TO FSET-DET-NOTE
               WRITE FSET-RECORD FROM FSET-DETAIL-LINE
               ADD 1 TO WS-FWD-FAIL-COUNT
           ELSE
               PERFORM 822-POST-FORWARD-SETTLEMENT
               IF FWD-MATURITY < WS-EXPECT-BUS-DATE
                   MOVE 'OVERDUE' TO FSET-DET-NOTE
               ELSE
                   MOVE SPACES TO FSET-DET-NOTE
               END-IF
               WRITE FSET-RECORD FROM FSET-DETAIL-LINE
           END-IF.
       822-POST-FORWARD-SETTLEMENT.
           ADD 1 TO WS-TRAN-POS.
           MOVE FWD-ACCOUNT TO WS-ACCOUNT.
           MOVE WS-FWD-CODE TO GL-NOSTRO-CODE.
           MOVE WS-FWD-CODE TO GL-W-CODE.
           MOVE FWD-USD-AMT TO GL-W-AMOUNT.
           IF WS-FWD-DIRECTION = 'F'
               MOVE GL-NOSTRO-ACCT TO GL-W-ACCOUNT
               MOVE 'DR' TO GL-W-DRCR
               PERFORM 380-WRITE-GL-RECORD
               MOVE 'USD-CLEARING' TO GL-W-ACCOUNT
               MOVE 'CR' TO GL-W-DRCR
               PERFORM 380-WRITE-GL-RECORD
               ADD FWD-FOREIGN-AMT TO NB-FOREIGN (X1)
               ADD FWD-USD-AMT TO NB-USD (X1)
           ELSE
               MOVE 'USD-CLEARING' TO GL-W-ACCOUNT
               MOVE 'DR' TO GL-W-DRCR
               PERFORM 380-WRITE-GL-RECORD
               MOVE GL-NOSTRO-ACCT TO GL-W-ACCOUNT
               MOVE 'CR' TO GL-W-DRCR
               PERFORM 380-WRITE-GL-RECORD
               SUBTRACT FWD-FOREIGN-AMT FROM NB-FOREIGN (X1)
               SUBTRACT FWD-USD-AMT FROM NB-USD (X1)
           END-IF.
           MOVE 'Y' TO WS-NB-DIRTY-SWITCH.
           MOVE FWD-CONTRACT-RATE TO WS-RATE-WORK.
           MOVE FWD-RATE-SCALE TO WS-SCALE-IN.
           PERFORM 940-COMPUTE-EFF-RATE.
           MOVE ZERO TO WS-VALUE-DATE.
           MOVE WS-FWD-CODE TO PAY-W-CODE.
           MOVE FWD-FOREIGN-AMT TO PAY-W-FOREIGN.
           MOVE FWD-USD-AMT TO PAY-W-USD.
           MOVE WS-EFF-RATE TO PAY-W-RATE.
           PERFORM 392-WRITE-PAY-INSTRUCTION.
           MOVE 'N' TO WS-LIMIT-TRACK-SWITCH.
           MOVE WS-FWD-CODE TO CODE-IN.
           MOVE WS-FWD-DIRECTION TO WS-CONV-DIRECTION.
           IF WS-FWD-DIRECTION = 'F'
               MOVE FWD-FOREIGN-AMT TO AMOUNT-IN
               MOVE FWD-USD-AMT TO WS-RESULT
           ELSE
               MOVE FWD-USD-AMT TO AMOUNT-IN
               MOVE FWD-FOREIGN-AMT TO WS-RESULT
           END-IF.
           MOVE FWD-CONTRACT-RATE TO WS-RATE-USED.
           MOVE ZERO TO WS-FEE-TOTAL.
           PERFORM 900-LOG-CONVERSION.
           MOVE 'S' TO FWD-STATUS.
           MOVE WS-EXPECT-BUS-DATE TO FWD-SETTLE-DATE.
           MOVE WS-RUN-NUMBER TO FWD-SETTLE-RUN.
           ADD 1 TO WS-FWD-SET-COUNT.
           ADD FWD-USD-AMT TO WS-FWD-SET-USD.
           ADD FWD-AMOUNT TO WS-FWD-SET-HASH.
       824-REWRITE-FORWARD-DEALS.
           OPEN INPUT FORWARD-WORK-FILE.
           OPEN OUTPUT FORWARD-DEAL-FILE.
           IF FWDW-FILE-STATUS NOT = '00'
                   OR FWD-FILE-STATUS NOT = '00'
               DISPLAY 'FORWARD DEAL FILE STATUS ' FWD-FILE-STATUS
                   ' WORK ' FWDW-FILE-STATUS
               DISPLAY 'SETTLED DEALS NOT MARKED - RESTORE FWDDEAL '
                   'FROM FWDDEALW'
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               PERFORM UNTIL FWDW-FILE-STATUS NOT = '00'
                   READ FORWARD-WORK-FILE
                       AT END MOVE '10' TO FWDW-FILE-STATUS
                       NOT AT END
                           WRITE FWD-RECORD FROM FWDW-RECORD
                   END-READ
               END-PERFORM
               CLOSE FORWARD-WORK-FILE
               CLOSE FORWARD-DEAL-FILE
           END-IF.
       830-OPEN-FORWARDS-REPORT.
           IF PARM-BUS-DATE NUMERIC
                   AND PARM-BUS-DATE NOT = '00000000'
               MOVE PARM-BUS-DATE TO WS-FWD-AS-OF
           ELSE
               MOVE WS-TODAY-DATE TO WS-FWD-AS-OF
           END-IF.
           OPEN INPUT FORWARD-DEAL-FILE.
           IF FWD-FILE-STATUS NOT = '00'
                   AND FWD-FILE-STATUS NOT = '05'
               DISPLAY 'FORWARD DEAL FILE STATUS ' FWD-FILE-STATUS
               DISPLAY 'OPEN FORWARDS REPORT NOT PRINTED'
               MOVE 8 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               CLOSE FORWARD-DEAL-FILE
               OPEN OUTPUT FORWARD-OPEN-REPORT
               IF FOPN-FILE-STATUS NOT = '00'
                   DISPLAY 'OPEN FORWARDS REPORT STATUS '
                       FOPN-FILE-STATUS
                   DISPLAY 'OPEN FORWARDS REPORT NOT PRINTED'
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               ELSE
                   MOVE WS-FWD-AS-OF TO FOPN-HDR-DATE
                   WRITE FOPN-RECORD FROM FOPN-HEADING-LINE
                   MOVE ZERO TO WS-FWD-OPEN-COUNT
                   MOVE ZERO TO WS-FWD-OPEN-USD
                   MOVE -99999 TO WS-FWD-BKT-LOW
                   PERFORM 831-REPORT-ONE-BUCKET
                       VARYING FB1 FROM 1 BY 1 UNTIL FB1 > 6
                   MOVE SPACES TO FOPN-RECORD
                   WRITE FOPN-RECORD
                   MOVE 'TOTAL OPEN FORWARDS' TO FOPN-TOT-LABEL
                   MOVE WS-FWD-OPEN-COUNT TO FOPN-TOT-COUNT
                   MOVE WS-FWD-OPEN-USD TO FOPN-TOT-USD
                   WRITE FOPN-RECORD FROM FOPN-TOTAL-LINE
                   CLOSE FORWARD-OPEN-REPORT
               END-IF
           END-IF.
       831-REPORT-ONE-BUCKET.
           MOVE FWD-BKT-MAX-DAYS (FB1) TO WS-FWD-BKT-HIGH.
           MOVE ZERO TO WS-FWD-BKT-COUNT.
           MOVE ZERO TO WS-FWD-BKT-USD.
           MOVE SPACES TO FOPN-RECORD.
           WRITE FOPN-RECORD.
           MOVE FWD-BKT-LABEL (FB1) TO FOPN-BKT-LABEL.
           WRITE FOPN-RECORD FROM FOPN-BUCKET-LINE.
           WRITE FOPN-RECORD FROM FOPN-COLUMN-LINE.
           MOVE 'N' TO WS-FWD-EOF-SWITCH.
           OPEN INPUT FORWARD-DEAL-FILE.
           IF FWD-FILE-STATUS = '00' OR FWD-FILE-STATUS = '05'
               PERFORM UNTIL FWD-EOF
                   READ FORWARD-DEAL-FILE INTO FWD-DETAIL-LINE
                       AT END SET FWD-EOF TO TRUE
                       NOT AT END
                           IF FWD-OPEN
                               PERFORM 832-LIST-OPEN-FORWARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORWARD-DEAL-FILE
           END-IF.
           MOVE 'BUCKET TOTAL' TO FOPN-TOT-LABEL.
           MOVE WS-FWD-BKT-COUNT TO FOPN-TOT-COUNT.
           MOVE WS-FWD-BKT-USD TO FOPN-TOT-USD.
           WRITE FOPN-RECORD FROM FOPN-TOTAL-LINE.
           ADD WS-FWD-BKT-COUNT TO WS-FWD-OPEN-COUNT.
           ADD WS-FWD-BKT-USD TO WS-FWD-OPEN-USD.
           MOVE WS-FWD-BKT-HIGH TO WS-FWD-BKT-LOW.
       832-LIST-OPEN-FORWARD.
           COMPUTE WS-FWD-DAYS =
               FUNCTION INTEGER-OF-DATE (FWD-MATURITY)
               - FUNCTION INTEGER-OF-DATE (WS-FWD-AS-OF).
           IF WS-FWD-DAYS > WS-FWD-BKT-LOW
                   AND WS-FWD-DAYS NOT > WS-FWD-BKT-HIGH
               MOVE FWD-ACCOUNT TO FOPN-DET-ACCOUNT
               MOVE FWD-FROM-CODE TO FOPN-DET-FROM
               MOVE FWD-TO-CODE TO FOPN-DET-TO
               MOVE FWD-AMOUNT TO FOPN-DET-AMOUNT
               MOVE FWD-CONTRACT-RATE TO FOPN-DET-RATE
               MOVE FWD-MATURITY TO FOPN-DET-MATURITY
               MOVE WS-FWD-DAYS TO FOPN-DET-DAYS
               MOVE FWD-USD-AMT TO FOPN-DET-USD
               WRITE FOPN-RECORD FROM FOPN-DETAIL-LINE
               ADD 1 TO WS-FWD-BKT-COUNT
               ADD FWD-USD-AMT TO WS-FWD-BKT-USD
           END-IF.
       840-VOLATILITY-RUN.
           IF UNATTENDED-RUN AND PARM-VOL-DAYS NUMERIC
                   AND PARM-VOL-DAYS NOT = '000'
               MOVE PARM-VOL-DAYS TO WS-VOL-DAYS
           ELSE
               MOVE WS-VOL-DEFAULT-DAYS TO WS-VOL-DAYS
           END-IF.
           IF PARM-BUS-DATE NUMERIC
                   AND PARM-BUS-DATE NOT = '00000000'
               MOVE PARM-BUS-DATE TO WS-VOL-AS-OF
           ELSE
               MOVE WS-TODAY-DATE TO WS-VOL-AS-OF
           END-IF.
           COMPUTE WS-VOL-FROM-INT =
               FUNCTION INTEGER-OF-DATE (WS-VOL-AS-OF) - WS-VOL-DAYS.
           COMPUTE WS-VOL-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-VOL-FROM-INT).
           OPEN INPUT RATE-HISTORY.
           IF HIST-FILE-STATUS NOT = '00'
               DISPLAY 'RATE HISTORY FILE STATUS ' HIST-FILE-STATUS
               DISPLAY 'VOLATILITY RUN ABORTED - TOLERANCE BANDS NOT '
                   'REBUILT'
               MOVE 8 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               OPEN OUTPUT VOLATILITY-REPORT
               OPEN OUTPUT TOLERANCE-BAND-FILE
               IF VRPT-FILE-STATUS NOT = '00'
                       OR (VBND-FILE-STATUS NOT = '00'
                           AND VBND-FILE-STATUS NOT = '05')
                   DISPLAY 'VOLATILITY REPORT STATUS ' VRPT-FILE-STATUS
                       ' BAND FILE ' VBND-FILE-STATUS
                   DISPLAY 'VOLATILITY RUN ABORTED - TOLERANCE BANDS '
                       'NOT REBUILT'
                   MOVE 16 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               ELSE
                   PERFORM VARYING X1 FROM 1 BY 1
                           UNTIL X1 > TABLE-ENTRY-COUNT
                       MOVE 'N' TO VOL-SEEN (X1)
                       MOVE ZERO TO VOL-MOVE-COUNT (X1)
                       MOVE ZERO TO VOL-MOVE-SUM (X1)
                       MOVE ZERO TO VOL-MOVE-MAX (X1)
                   END-PERFORM
                   PERFORM 842-SCAN-RATE-HISTORY
                   MOVE WS-VOL-AS-OF TO VRPT-HDR-DATE
                   MOVE WS-VOL-DAYS TO VRPT-HDR-DAYS
                   WRITE VRPT-RECORD FROM VRPT-HEADING-LINE
                   MOVE SPACES TO VRPT-RECORD
                   WRITE VRPT-RECORD
                   WRITE VRPT-RECORD FROM VRPT-COLUMN-LINE
                   MOVE ZERO TO WS-VOL-BAND-COUNT
                   PERFORM 845-REPORT-ONE-CURRENCY
                       VARYING X1 FROM 1 BY 1
                       UNTIL X1 > TABLE-ENTRY-COUNT
                   MOVE SPACES TO VRPT-RECORD
                   WRITE VRPT-RECORD
                   MOVE WS-VOL-BAND-COUNT TO VRPT-TOT-BANDS
                   MOVE WS-THRESHOLD-PCT TO VRPT-TOT-GLOBAL
                   WRITE VRPT-RECORD FROM VRPT-TOTAL-LINE
               END-IF
               IF VRPT-FILE-STATUS = '00'
                   CLOSE VOLATILITY-REPORT
               END-IF
               IF VBND-FILE-STATUS = '00' OR VBND-FILE-STATUS = '05'
                   CLOSE TOLERANCE-BAND-FILE
               END-IF
           END-IF.
       842-SCAN-RATE-HISTORY.
           MOVE 'N' TO HIST-EOF-SWITCH.
           PERFORM UNTIL HIST-EOF
               READ RATE-HISTORY INTO HIST-DETAIL-LINE
                   AT END SET HIST-EOF TO TRUE
                   NOT AT END
                       MOVE HIST-CODE TO WS-MAINT-CODE
                       PERFORM 440-FIND-MAINT-CODE
                       IF MAINT-FOUND
                           PERFORM 843-POST-HISTORY-SPAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-HISTORY.
           PERFORM VARYING X1 FROM 1 BY 1
                   UNTIL X1 > TABLE-ENTRY-COUNT
               IF VOL-SEEN (X1) = 'Y'
                   MOVE VOL-LAST-RATE (X1) TO WS-VOL-OLD-RATE
                   MOVE EXCHANGE-RATE (X1) TO WS-VOL-NEW-RATE
                   MOVE VOL-LAST-TO (X1) TO WS-VOL-MOVE-DATE
                   PERFORM 844-RECORD-RATE-MOVE
               END-IF
           END-PERFORM.
       843-POST-HISTORY-SPAN.
           IF VOL-SEEN (X1) = 'Y'
               MOVE VOL-LAST-RATE (X1) TO WS-VOL-OLD-RATE
               MOVE HIST-OLD-RATE TO WS-VOL-NEW-RATE
               MOVE VOL-LAST-TO (X1) TO WS-VOL-MOVE-DATE
               PERFORM 844-RECORD-RATE-MOVE
           END-IF.
           MOVE 'Y' TO VOL-SEEN (X1).
           MOVE HIST-OLD-RATE TO VOL-LAST-RATE (X1).
           MOVE HIST-EFF-TO TO VOL-LAST-TO (X1).
       844-RECORD-RATE-MOVE.
           IF WS-VOL-MOVE-DATE NOT < WS-VOL-FROM-DATE
                   AND WS-VOL-MOVE-DATE NOT > WS-VOL-AS-OF
                   AND WS-VOL-OLD-RATE > ZERO
               IF WS-VOL-NEW-RATE > WS-VOL-OLD-RATE
                   COMPUTE WS-VOL-MOVE-PCT ROUNDED =
                       (WS-VOL-NEW-RATE - WS-VOL-OLD-RATE) * 100
                       / WS-VOL-OLD-RATE
                       ON SIZE ERROR MOVE 999.9999 TO WS-VOL-MOVE-PCT
                   END-COMPUTE
               ELSE
                   COMPUTE WS-VOL-MOVE-PCT ROUNDED =
                       (WS-VOL-OLD-RATE - WS-VOL-NEW-RATE) * 100
                       / WS-VOL-OLD-RATE
               END-IF
               ADD 1 TO VOL-MOVE-COUNT (X1)
               ADD WS-VOL-MOVE-PCT TO VOL-MOVE-SUM (X1)
               IF WS-VOL-MOVE-PCT > VOL-MOVE-MAX (X1)
                   MOVE WS-VOL-MOVE-PCT TO VOL-MOVE-MAX (X1)
               END-IF
           END-IF.
       845-REPORT-ONE-CURRENCY.
           MOVE COUNTRY-CODE (X1) TO VRPT-DET-CODE.
           MOVE EXCHANGE-RATE (X1) TO VRPT-DET-RATE.
           MOVE VOL-MOVE-COUNT (X1) TO VRPT-DET-MOVES.
           IF VOL-MOVE-COUNT (X1) = ZERO
               MOVE ZERO TO VRPT-DET-AVG
               MOVE ZERO TO VRPT-DET-MAX
               MOVE ZERO TO VRPT-DET-BAND
               MOVE 'NO HISTORY - GLOBAL' TO VRPT-DET-NOTE
           ELSE
               COMPUTE WS-VOL-AVG-PCT ROUNDED =
                   VOL-MOVE-SUM (X1) / VOL-MOVE-COUNT (X1)
               COMPUTE WS-VOL-BAND-PCT ROUNDED =
                   WS-VOL-AVG-PCT * WS-VOL-AVG-FACTOR
                   ON SIZE ERROR MOVE 999.99 TO WS-VOL-BAND-PCT
               END-COMPUTE
               IF WS-VOL-BAND-PCT < VOL-MOVE-MAX (X1)
                   COMPUTE WS-VOL-BAND-PCT ROUNDED =
                       VOL-MOVE-MAX (X1) + 0.005
                       ON SIZE ERROR MOVE 999.99 TO WS-VOL-BAND-PCT
                   END-COMPUTE
               END-IF
               IF WS-VOL-BAND-PCT < WS-VOL-BAND-FLOOR
                   MOVE WS-VOL-BAND-FLOOR TO WS-VOL-BAND-PCT
               END-IF
               MOVE WS-VOL-AVG-PCT TO VRPT-DET-AVG
               MOVE VOL-MOVE-MAX (X1) TO VRPT-DET-MAX
               MOVE WS-VOL-BAND-PCT TO VRPT-DET-BAND
               IF WS-VOL-BAND-PCT > WS-THRESHOLD-PCT
                   MOVE 'WIDER THAN GLOBAL' TO VRPT-DET-NOTE
               ELSE
                   MOVE SPACES TO VRPT-DET-NOTE
               END-IF
               MOVE COUNTRY-CODE (X1) TO VBND-CODE-IN
               MOVE WS-VOL-BAND-PCT TO VBND-BAND-PCT-IN
               MOVE WS-VOL-AVG-PCT TO VBND-AVG-PCT-IN
               MOVE VOL-MOVE-MAX (X1) TO VBND-MAX-PCT-IN
               MOVE VOL-MOVE-COUNT (X1) TO VBND-MOVES-IN
               MOVE WS-VOL-AS-OF TO VBND-AS-OF-IN
               MOVE WS-VOL-DAYS TO VBND-LOOKBACK-IN
               WRITE VBND-RECORD
               ADD 1 TO WS-VOL-BAND-COUNT
           END-IF.
           WRITE VRPT-RECORD FROM VRPT-DETAIL-LINE.
       850-POSITION-REPORT.
           OPEN OUTPUT POSITION-REPORT.
           IF POSN-FILE-STATUS NOT = '00'
                   PERFORM 380-WRITE-GL-RECORD
                   MOVE WS-REVAL-USD TO NB-USD (X1)
                   MOVE 'Y' TO WS-NB-DIRTY-SWITCH
                   PERFORM 916-LOG-REVALUATION
               END-IF
           END-IF.
       870-RESEARCH-INQUIRY.
               MOVE LOG-ACCOUNT TO RSCH-DET-ACCOUNT
               WRITE RSCH-RECORD FROM RSCH-DETAIL-LINE
               ADD 1 TO WS-RSCH-COUNT
               IF LOG-DIRECTION = 'E' OR LOG-DIRECTION = 'V'
                   MOVE ZERO TO WS-RSCH-USD
               ELSE
                   MOVE LOG-AMOUNT TO WS-LOG-AMT-N
               END-IF
               ADD WS-RSCH-USD TO WS-RSCH-USD-TOT
           END-IF.
       880-RECONCILE-PAYMENTS.
           MOVE 'N' TO WS-PREC-SORT-SWITCH.
           PERFORM 881-LOAD-PAYMENT-INSTR.
           IF PAY-FILE-STATUS NOT = '00'
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               IF PREC-SORT-FAILED
                   DISPLAY 'PAYMENT RECONCILIATION ABORTED - '
                       'PAYMENTS NOT SORTED'
                   MOVE 16 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               ELSE
                   OPEN OUTPUT PAYMENT-RECON-REPORT
                   OPEN OUTPUT PAYMENT-EXCEPTION-FILE
                   IF PREC-FILE-STATUS NOT = '00'
                       DISPLAY 'PAYMENT RECON REPORT STATUS '
                           PREC-FILE-STATUS
                       DISPLAY 'PAYMENT RECONCILIATION ABORTED - '
                           'NO REPORT FILE'
                       MOVE 16 TO WS-RAISE-CODE
                       PERFORM 920-RAISE-COMPLETION
                   ELSE
                       IF PEXC-FILE-STATUS NOT = '00'
                           DISPLAY 'PAYMENT EXCEPTION FILE STATUS '
                               PEXC-FILE-STATUS
                           DISPLAY 'PAYMENT RECONCILIATION ABORTED - '
                               'NO EXCEPTION FILE'
                           MOVE 16 TO WS-RAISE-CODE
                           PERFORM 920-RAISE-COMPLETION
                       ELSE
                           MOVE WS-PREC-RUN TO PREC-HDR-RUN
                           MOVE WS-PREC-BUS-DATE TO PREC-HDR-DATE
                           WRITE PREC-RECORD FROM PREC-HEADING-LINE
                           MOVE SPACES TO PREC-RECORD
                           WRITE PREC-RECORD
                           WRITE PREC-RECORD FROM PREC-COLUMN-LINE
                           PERFORM 883-READ-WIRE-ACKS
                           IF PREC-SORT-FAILED
                               DISPLAY 'PAYMENT RECONCILIATION '
                                   'ABORTED - ACKS NOT SORTED'
                               MOVE 16 TO WS-RAISE-CODE
                               PERFORM 920-RAISE-COMPLETION
                           ELSE
                               PERFORM 885-MATCH-SORTED-PAYMENTS
                               PERFORM 888-PRINT-PAYRECON-TOTALS
                           END-IF
                       END-IF
                   END-IF
                   IF PREC-FILE-STATUS = '00'
                       CLOSE PAYMENT-RECON-REPORT
                   END-IF
                   IF PEXC-FILE-STATUS = '00'
                       CLOSE PAYMENT-EXCEPTION-FILE
                   END-IF
               END-IF
           END-IF.
       881-LOAD-PAYMENT-INSTR.
           MOVE ZERO TO WS-PREC-SEQ.
           MOVE ZERO TO WS-PREC-RUN.
           MOVE ZERO TO WS-PREC-BUS-DATE.
           MOVE ZERO TO WS-PREC-TRL-COUNT.
           MOVE ZERO TO WS-PREC-TRL-HASH.
           MOVE ZERO TO WS-PREC-MATCH-COUNT.
           MOVE ZERO TO WS-PREC-MATCH-USD.
           MOVE ZERO TO WS-PREC-REJ-COUNT.
           MOVE ZERO TO WS-PREC-REJ-USD.
           MOVE ZERO TO WS-PREC-UNACK-COUNT.
           MOVE ZERO TO WS-PREC-UNACK-USD.
           MOVE ZERO TO WS-PREC-UNEXP-COUNT.
           MOVE ZERO TO WS-PREC-RCL-COUNT.
           MOVE ZERO TO WS-PREC-RCL-USD.
           MOVE 'N' TO WS-PREC-TRL-SWITCH.
           MOVE 'N' TO PAYIN-EOF-SWITCH.
           OPEN INPUT PAYMENT-INSTR-FILE.
           IF PAY-FILE-STATUS NOT = '00'
               DISPLAY 'PAYMENT INSTR FILE STATUS ' PAY-FILE-STATUS
               DISPLAY 'PAYMENT RECONCILIATION ABORTED - NO PAYMENTS'
           ELSE
               OPEN OUTPUT RECON-WORK-FILE
               IF RWRK-FILE-STATUS NOT = '00'
                   DISPLAY 'RECON WORK FILE STATUS ' RWRK-FILE-STATUS
                   MOVE 'Y' TO WS-PREC-SORT-SWITCH
               ELSE
                   PERFORM UNTIL PAYIN-EOF
                       READ PAYMENT-INSTR-FILE INTO PAYIN-READ-AREA
                           AT END SET PAYIN-EOF TO TRUE
                           NOT AT END PERFORM 882-STORE-PAYMENT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RECON-WORK-FILE
                   SORT RECON-SORT-FILE
                       ON ASCENDING KEY RSRT-ACCOUNT RSRT-CODE
                           RSRT-AMOUNT RSRT-SEQ
                       USING RECON-WORK-FILE
                       GIVING PAYMENT-SORTED-FILE
                   IF SORT-RETURN NOT = ZERO
                       DISPLAY 'PAYMENT SORT RETURN CODE ' SORT-RETURN
                       MOVE 'Y' TO WS-PREC-SORT-SWITCH
                   END-IF
               END-IF
               CLOSE PAYMENT-INSTR-FILE
           END-IF.
       882-STORE-PAYMENT-RECORD.
           EVALUATE PAYIN-TYPE
               WHEN 'H'
                   MOVE PAYIN-CTL-BUS-DATE TO WS-PREC-BUS-DATE
                   MOVE PAYIN-CTL-RUN-NUMBER TO WS-PREC-RUN
               WHEN 'D'
                   ADD 1 TO WS-PREC-SEQ
                   MOVE PAYIN-DET-ACCOUNT TO RWRK-ACCOUNT
                   MOVE PAYIN-DET-CODE TO RWRK-CODE
                   MOVE PAYIN-DET-FOREIGN TO RWRK-AMOUNT
                   MOVE WS-PREC-SEQ TO RWRK-SEQ
                   MOVE PAYIN-DET-USD TO RWRK-USD
                   MOVE PAYIN-DET-VALUE-DATE TO RWRK-VALUE-DATE
                   MOVE SPACE TO RWRK-STATUS
                   MOVE SPACES TO RWRK-REASON
                   WRITE RWRK-RECORD FROM RWRK-DETAIL-LINE
                   IF WS-PREC-RUN = ZERO
                       MOVE PAYIN-DET-RUN-NUMBER TO WS-PREC-RUN
                       MOVE PAYIN-DET-BUS-DATE TO WS-PREC-BUS-DATE
                   END-IF
               WHEN 'R'
                   ADD 1 TO WS-PREC-RCL-COUNT
                   ADD PAYIN-DET-USD TO WS-PREC-RCL-USD
                   IF WS-PREC-RUN = ZERO
                       MOVE PAYIN-DET-RUN-NUMBER TO WS-PREC-RUN
                       MOVE PAYIN-DET-BUS-DATE TO WS-PREC-BUS-DATE
                   END-IF
               WHEN 'T'
                   MOVE PAYIN-TRL-COUNT TO WS-PREC-TRL-COUNT
                   MOVE PAYIN-TRL-HASH TO WS-PREC-TRL-HASH
                   MOVE 'Y' TO WS-PREC-TRL-SWITCH
           END-EVALUATE.
       883-READ-WIRE-ACKS.
           MOVE ZERO TO WS-PREC-SEQ.
           MOVE 'N' TO WACK-EOF-SWITCH.
           OPEN OUTPUT RECON-WORK-FILE.
           IF RWRK-FILE-STATUS NOT = '00'
               DISPLAY 'RECON WORK FILE STATUS ' RWRK-FILE-STATUS
               MOVE 'Y' TO WS-PREC-SORT-SWITCH
           ELSE
               OPEN INPUT WIRE-ACK-FILE
               IF WACK-FILE-STATUS NOT = '00'
                       AND WACK-FILE-STATUS NOT = '05'
                   DISPLAY 'WIRE ACK FILE STATUS ' WACK-FILE-STATUS
                   DISPLAY 'NO ACKNOWLEDGMENTS LOADED THIS RUN'
               ELSE
                   PERFORM UNTIL WACK-EOF
                       READ WIRE-ACK-FILE
                           AT END SET WACK-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM 884-EDIT-ONE-ACK
                       END-READ
                   END-PERFORM
                   CLOSE WIRE-ACK-FILE
               END-IF
               CLOSE RECON-WORK-FILE
               SORT RECON-SORT-FILE
                   ON ASCENDING KEY RSRT-ACCOUNT RSRT-CODE
                       RSRT-AMOUNT RSRT-SEQ
                   USING RECON-WORK-FILE
                   GIVING ACK-SORTED-FILE
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'WIRE ACK SORT RETURN CODE ' SORT-RETURN
                   MOVE 'Y' TO WS-PREC-SORT-SWITCH
               END-IF
           END-IF.
       884-EDIT-ONE-ACK.
           MOVE SPACES TO PREC-DET-REASON.
           EVALUATE TRUE
               WHEN WACK-RUN-NUMBER NOT NUMERIC
                       OR WACK-RUN-NUMBER NOT = WS-PREC-RUN
                   MOVE 'ACK FOR ANOTHER RUN' TO PREC-DET-REASON
               WHEN WACK-AMOUNT NOT NUMERIC
                   MOVE 'INVALID ACK AMOUNT' TO PREC-DET-REASON
               WHEN WACK-STATUS NOT = 'A' AND WACK-STATUS NOT = 'a'
                       AND WACK-STATUS NOT = 'R'
                       AND WACK-STATUS NOT = 'r'
                   MOVE 'INVALID ACK STATUS' TO PREC-DET-REASON
           END-EVALUATE.
           IF PREC-DET-REASON = SPACES
               ADD 1 TO WS-PREC-SEQ
               MOVE WACK-ACCOUNT TO RWRK-ACCOUNT
               MOVE WACK-CODE TO RWRK-CODE
               MOVE WACK-AMOUNT TO RWRK-AMOUNT
               MOVE WS-PREC-SEQ TO RWRK-SEQ
               MOVE ZERO TO RWRK-USD
               MOVE ZERO TO RWRK-VALUE-DATE
               MOVE WACK-STATUS TO RWRK-STATUS
               MOVE WACK-REASON TO RWRK-REASON
               WRITE RWRK-RECORD FROM RWRK-DETAIL-LINE
           ELSE
               MOVE 'UNEXPECTED' TO PREC-DET-STATUS
               MOVE WACK-ACCOUNT TO PREC-DET-ACCOUNT
               MOVE WACK-CODE TO PREC-DET-CODE
               IF WACK-AMOUNT NUMERIC
                   MOVE WACK-AMOUNT TO PREC-DET-FOREIGN
               ELSE
                   MOVE ZERO TO PREC-DET-FOREIGN
               END-IF
               MOVE ZERO TO PREC-DET-USD
               WRITE PREC-RECORD FROM PREC-DETAIL-LINE
               ADD 1 TO WS-PREC-UNEXP-COUNT
           END-IF.
       885-MATCH-SORTED-PAYMENTS.
           OPEN INPUT PAYMENT-SORTED-FILE.
           OPEN INPUT ACK-SORTED-FILE.
           IF PSTD-FILE-STATUS NOT = '00'
                   OR ASTD-FILE-STATUS NOT = '00'
               DISPLAY 'SORTED PAYMENT FILE STATUS ' PSTD-FILE-STATUS
                   ' SORTED ACK FILE STATUS ' ASTD-FILE-STATUS
               DISPLAY 'PAYMENTS NOT MATCHED TO ACKNOWLEDGMENTS'
               MOVE 16 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
               IF PSTD-FILE-STATUS = '00'
                   CLOSE PAYMENT-SORTED-FILE
               END-IF
               IF ASTD-FILE-STATUS = '00'
                   CLOSE ACK-SORTED-FILE
               END-IF
           ELSE
               MOVE 'N' TO PSTD-EOF-SWITCH
               MOVE 'N' TO ASTD-EOF-SWITCH
               PERFORM 889-READ-SORTED-PAYMENT
               PERFORM 886-READ-SORTED-ACK
               PERFORM UNTIL PSTD-EOF AND ASTD-EOF
                   EVALUATE TRUE
                       WHEN PSTD-KEY < ASTD-KEY
                           MOVE 'UNACKNOWLEDGED' TO PREC-DET-STATUS
                           MOVE PSTD-ACCOUNT TO PREC-DET-ACCOUNT
                           MOVE PSTD-CODE TO PREC-DET-CODE
                           MOVE PSTD-FOREIGN TO PREC-DET-FOREIGN
                           MOVE PSTD-USD TO PREC-DET-USD
                           MOVE 'NO ACK FROM WIRE SYSTEM'
                               TO PREC-DET-REASON
                           ADD 1 TO WS-PREC-UNACK-COUNT
                           ADD PSTD-USD TO WS-PREC-UNACK-USD
                           WRITE PREC-RECORD FROM PREC-DETAIL-LINE
                           PERFORM 889-READ-SORTED-PAYMENT
                       WHEN PSTD-KEY > ASTD-KEY
                           MOVE 'UNEXPECTED' TO PREC-DET-STATUS
                           MOVE ASTD-ACCOUNT TO PREC-DET-ACCOUNT
                           MOVE ASTD-CODE TO PREC-DET-CODE
                           MOVE ASTD-AMOUNT TO PREC-DET-FOREIGN
                           MOVE ZERO TO PREC-DET-USD
                           MOVE 'NO MATCHING PAYMENT' TO PREC-DET-REASON
                           ADD 1 TO WS-PREC-UNEXP-COUNT
                           WRITE PREC-RECORD FROM PREC-DETAIL-LINE
                           PERFORM 886-READ-SORTED-ACK
                       WHEN OTHER
                           MOVE PSTD-ACCOUNT TO PREC-DET-ACCOUNT
                           MOVE PSTD-CODE TO PREC-DET-CODE
                           MOVE PSTD-FOREIGN TO PREC-DET-FOREIGN
                           MOVE PSTD-USD TO PREC-DET-USD
                           IF ASTD-STATUS = 'A' OR ASTD-STATUS = 'a'
                               MOVE 'MATCHED' TO PREC-DET-STATUS
                               MOVE SPACES TO PREC-DET-REASON
                               ADD 1 TO WS-PREC-MATCH-COUNT
                               ADD PSTD-USD TO WS-PREC-MATCH-USD
                           ELSE
                               MOVE 'REJECTED' TO PREC-DET-STATUS
                               MOVE ASTD-REASON TO PREC-DET-REASON
                               ADD 1 TO WS-PREC-REJ-COUNT
                               ADD PSTD-USD TO WS-PREC-REJ-USD
                               PERFORM 887-WRITE-PAYMENT-EXCEPTION
                           END-IF
                           WRITE PREC-RECORD FROM PREC-DETAIL-LINE
                           PERFORM 889-READ-SORTED-PAYMENT
                           PERFORM 886-READ-SORTED-ACK
                   END-EVALUATE
               END-PERFORM
               CLOSE PAYMENT-SORTED-FILE
               CLOSE ACK-SORTED-FILE
           END-IF.
       886-READ-SORTED-ACK.
           READ ACK-SORTED-FILE INTO ASTD-DETAIL-LINE
               AT END
                   SET ASTD-EOF TO TRUE
                   MOVE HIGH-VALUES TO ASTD-KEY
           END-READ.
       887-WRITE-PAYMENT-EXCEPTION.
           MOVE WS-PREC-BUS-DATE TO PEXC-BUS-DATE.
           MOVE WS-PREC-RUN TO PEXC-RUN-NUMBER.
           MOVE PSTD-ACCOUNT TO PEXC-ACCOUNT.
           MOVE PSTD-CODE TO PEXC-CODE.
           MOVE PSTD-FOREIGN TO PEXC-FOREIGN.
           MOVE PSTD-USD TO PEXC-USD.
           MOVE PSTD-VALUE-DATE TO PEXC-VALUE-DATE.
           MOVE ASTD-REASON TO PEXC-REASON.
           WRITE PEXC-RECORD FROM PEXC-DETAIL-LINE.
       888-PRINT-PAYRECON-TOTALS.
           MOVE SPACES TO PREC-RECORD.
           WRITE PREC-RECORD.
           MOVE 'MATCHED' TO PREC-TOT-LABEL.
           MOVE WS-PREC-MATCH-COUNT TO PREC-TOT-COUNT.
           MOVE WS-PREC-MATCH-USD TO PREC-TOT-USD.
           WRITE PREC-RECORD FROM PREC-TOTAL-LINE.
           MOVE 'REJECTED' TO PREC-TOT-LABEL.
           MOVE WS-PREC-REJ-COUNT TO PREC-TOT-COUNT.
           MOVE WS-PREC-REJ-USD TO PREC-TOT-USD.
           WRITE PREC-RECORD FROM PREC-TOTAL-LINE.
           MOVE 'UNACKNOWLEDGED' TO PREC-TOT-LABEL.
           MOVE WS-PREC-UNACK-COUNT TO PREC-TOT-COUNT.
           MOVE WS-PREC-UNACK-USD TO PREC-TOT-USD.
           WRITE PREC-RECORD FROM PREC-TOTAL-LINE.
           IF WS-PREC-RCL-COUNT > ZERO
               MOVE 'RECALLS' TO PREC-TOT-LABEL
               MOVE WS-PREC-RCL-COUNT TO PREC-TOT-COUNT
               MOVE WS-PREC-RCL-USD TO PREC-TOT-USD
               WRITE PREC-RECORD FROM PREC-TOTAL-LINE
           END-IF.
           COMPUTE WS-PREC-ITEM-COUNT = WS-PREC-MATCH-COUNT
               + WS-PREC-REJ-COUNT + WS-PREC-UNACK-COUNT
               + WS-PREC-RCL-COUNT.
           COMPUTE WS-PREC-ITEM-USD = WS-PREC-MATCH-USD
               + WS-PREC-REJ-USD + WS-PREC-UNACK-USD
               + WS-PREC-RCL-USD.
           MOVE 'PAYMENTS' TO PREC-TOT-LABEL.
           MOVE WS-PREC-ITEM-COUNT TO PREC-TOT-COUNT.
           MOVE WS-PREC-ITEM-USD TO PREC-TOT-USD.
           WRITE PREC-RECORD FROM PREC-TOTAL-LINE.
           MOVE 'PAY TRAILER' TO PREC-TOT-LABEL.
           MOVE WS-PREC-TRL-COUNT TO PREC-TOT-COUNT.
           MOVE WS-PREC-TRL-HASH TO PREC-TOT-USD.
           WRITE PREC-RECORD FROM PREC-TOTAL-LINE.
           MOVE 'UNEXPECTED' TO PREC-TOT-LABEL.
           MOVE WS-PREC-UNEXP-COUNT TO PREC-TOT-COUNT.
           MOVE ZERO TO PREC-TOT-USD.
           WRITE PREC-RECORD FROM PREC-TOTAL-LINE.
           EVALUATE TRUE
               WHEN NOT PAY-TRAILER-FOUND
                   MOVE 'OUT OF BALANCE - TRAILER MISSING'
                       TO PREC-BAL-STATUS
               WHEN WS-PREC-ITEM-COUNT NOT = WS-PREC-TRL-COUNT
                   MOVE 'OUT OF BALANCE - RECORD COUNT'
                       TO PREC-BAL-STATUS
               WHEN WS-PREC-ITEM-USD NOT = WS-PREC-TRL-HASH
                   MOVE 'OUT OF BALANCE - USD HASH'
                       TO PREC-BAL-STATUS
               WHEN OTHER
                   MOVE 'IN BALANCE' TO PREC-BAL-STATUS
           END-EVALUATE.
           WRITE PREC-RECORD FROM PREC-STATUS-LINE.
           IF PREC-BAL-STATUS NOT = 'IN BALANCE'
               DISPLAY 'PAYMENT CONTROL ' PREC-BAL-STATUS
               MOVE 8 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               IF WS-PREC-REJ-COUNT > ZERO
                       OR WS-PREC-UNACK-COUNT > ZERO
                       OR WS-PREC-UNEXP-COUNT > ZERO
                   DISPLAY 'PAYMENT EXCEPTIONS NEED FOLLOW-UP'
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               END-IF
           END-IF.
       889-READ-SORTED-PAYMENT.
           READ PAYMENT-SORTED-FILE INTO PSTD-DETAIL-LINE
               AT END
                   SET PSTD-EOF TO TRUE
                   MOVE HIGH-VALUES TO PSTD-KEY
           END-READ.
       890-COMPLIANCE-REPORT.
           PERFORM 891-GET-COMPLIANCE-PARMS.
           OPEN OUTPUT COMPLIANCE-REPORT.
           IF CMPL-FILE-STATUS NOT = '00'
               DISPLAY 'COMPLIANCE REPORT STATUS ' CMPL-FILE-STATUS
               DISPLAY 'COMPLIANCE REPORT NOT PRINTED'
               MOVE 8 TO WS-RAISE-CODE
               PERFORM 920-RAISE-COMPLETION
           ELSE
               MOVE WS-CMPL-FROM TO CMPL-HDR-FROM
               MOVE WS-CMPL-TO TO CMPL-HDR-TO
               MOVE WS-CMPL-THRESHOLD TO CMPL-HDR-THRESHOLD
               MOVE WS-CMPL-DAYS TO CMPL-HDR-DAYS
               WRITE CMPL-RECORD FROM CMPL-HEADING-LINE
               MOVE SPACES TO CMPL-RECORD
               WRITE CMPL-RECORD
               WRITE CMPL-RECORD FROM CMPL-OVER-TITLE-LINE
               WRITE CMPL-RECORD FROM CMPL-OVER-COLUMN-LINE
               MOVE ZERO TO WS-CMPL-OVER-COUNT
               MOVE ZERO TO WS-CMPL-OVER-USD
               MOVE ZERO TO WS-CMPL-FLAG-COUNT
               MOVE 'N' TO WS-CMPL-SORT-SWITCH
               OPEN OUTPUT COMPLIANCE-WORK-FILE
               IF CWRK-FILE-STATUS NOT = '00'
                   DISPLAY 'COMPLIANCE WORK FILE STATUS '
                       CWRK-FILE-STATUS
                   MOVE 'Y' TO WS-CMPL-SORT-SWITCH
               ELSE
                   PERFORM 892-SCAN-COMPLIANCE-ARCHIVE
                   PERFORM 893-SCAN-COMPLIANCE-LOG
                   CLOSE COMPLIANCE-WORK-FILE
                   MOVE SPACES TO CMPL-RECORD
                   WRITE CMPL-RECORD
                   MOVE WS-CMPL-MIN-COUNT TO CMPL-STR-MIN
                   MOVE WS-CMPL-NEAR-PCT TO CMPL-STR-PCT
                   MOVE WS-CMPL-DAYS TO CMPL-STR-DAYS
                   WRITE CMPL-RECORD FROM CMPL-STRUCT-TITLE-LINE
                   WRITE CMPL-RECORD FROM CMPL-STRUCT-COLUMN-LINE
                   PERFORM 896-CHECK-STRUCTURING
                   MOVE SPACES TO CMPL-RECORD
                   WRITE CMPL-RECORD
                   WRITE CMPL-RECORD FROM CMPL-TOTAL-TITLE-LINE
                   WRITE CMPL-RECORD FROM CMPL-TOTAL-COLUMN-LINE
                   PERFORM 899-PRINT-ACCOUNT-TOTALS
               END-IF
               MOVE SPACES TO CMPL-RECORD
               WRITE CMPL-RECORD
               MOVE 'OVER THRESHOLD' TO CMPL-CNT-LABEL
               MOVE WS-CMPL-OVER-COUNT TO CMPL-CNT-COUNT
               MOVE WS-CMPL-OVER-USD TO CMPL-CNT-USD
               WRITE CMPL-RECORD FROM CMPL-COUNT-LINE
               MOVE 'ACCOUNTS FLAGGED' TO CMPL-CNT-LABEL
               MOVE WS-CMPL-FLAG-COUNT TO CMPL-CNT-COUNT
               MOVE ZERO TO CMPL-CNT-USD
               WRITE CMPL-RECORD FROM CMPL-COUNT-LINE
               IF CMPL-SORT-FAILED
                   MOVE 'REPORT INCOMPLETE - WORK FILE NOT SORTED'
                       TO CMPL-RECORD
                   WRITE CMPL-RECORD
                   DISPLAY 'COMPLIANCE REPORT INCOMPLETE - '
                       'WORK FILE NOT SORTED'
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM 920-RAISE-COMPLETION
               END-IF
               CLOSE COMPLIANCE-REPORT
           END-IF.
       891-GET-COMPLIANCE-PARMS.
           IF UNATTENDED-RUN
               MOVE PARM-CMPL-FROM TO WS-CMPL-FROM-X
               MOVE PARM-CMPL-TO TO WS-CMPL-TO-X
               MOVE PARM-CMPL-THRESHOLD TO WS-CMPL-THRESHOLD-X
               MOVE PARM-CMPL-DAYS TO WS-CMPL-DAYS-X
               IF WS-CMPL-THRESHOLD-X NUMERIC
                   MOVE WS-CMPL-THRESHOLD-N TO WS-CMPL-THRESHOLD
               ELSE
                   MOVE ZERO TO WS-CMPL-THRESHOLD
               END-IF
               IF WS-CMPL-DAYS-X NUMERIC
                   MOVE WS-CMPL-DAYS-N TO WS-CMPL-DAYS
               ELSE
                   MOVE ZERO TO WS-CMPL-DAYS
               END-IF
           ELSE
               MOVE ZERO TO WS-CMPL-THRESHOLD
               MOVE ZERO TO WS-CMPL-DAYS
               DISPLAY COMPLIANCE-SCREEN
               ACCEPT COMPLIANCE-SCREEN
           END-IF.
           IF WS-CMPL-FROM-X NUMERIC
                   AND WS-CMPL-FROM-X NOT = '00000000'
               MOVE WS-CMPL-FROM-X TO WS-CMPL-FROM
           ELSE
               MOVE ZERO TO WS-CMPL-FROM
           END-IF.
           IF WS-CMPL-TO-X NUMERIC
                   AND WS-CMPL-TO-X NOT = '00000000'
               MOVE WS-CMPL-TO-X TO WS-CMPL-TO
           ELSE
               MOVE ZERO TO WS-CMPL-TO
           END-IF.
           IF WS-CMPL-THRESHOLD = ZERO
               MOVE 10000.00 TO WS-CMPL-THRESHOLD
           END-IF.
           IF WS-CMPL-DAYS = ZERO
               MOVE 3 TO WS-CMPL-DAYS
           END-IF.
           COMPUTE WS-CMPL-NEAR-FLOOR ROUNDED =
               WS-CMPL-THRESHOLD * WS-CMPL-NEAR-PCT / 100.
       892-SCAN-COMPLIANCE-ARCHIVE.
           MOVE 'N' TO WS-CMPL-EOF-SWITCH.
           MOVE 'N' TO WS-CROSS-LEG-SWITCH.
           OPEN INPUT CONV-ARCHIVE.
           IF ARCH-FILE-STATUS NOT = '00'
                   AND ARCH-FILE-STATUS NOT = '05'
               DISPLAY 'CONVERSION ARCHIVE STATUS ' ARCH-FILE-STATUS
               DISPLAY 'ARCHIVE NOT SEARCHED'
           ELSE
               PERFORM UNTIL CMPL-EOF
                   READ CONV-ARCHIVE INTO LOG-DETAIL-LINE
                       AT END SET CMPL-EOF TO TRUE
                       NOT AT END PERFORM 894-ACCUMULATE-COMPLIANCE
                   END-READ
               END-PERFORM
               CLOSE CONV-ARCHIVE
           END-IF.
       893-SCAN-COMPLIANCE-LOG.
           MOVE 'N' TO WS-CMPL-EOF-SWITCH.
           MOVE 'N' TO WS-CROSS-LEG-SWITCH.
           OPEN INPUT CONVERSION-LOG.
           IF CLOG-FILE-STATUS NOT = '00'
                   AND CLOG-FILE-STATUS NOT = '05'
               DISPLAY 'CONVERSION LOG FILE STATUS ' CLOG-FILE-STATUS
               DISPLAY 'LIVE LOG NOT SEARCHED'
           ELSE
               PERFORM UNTIL CMPL-EOF
                   READ CONVERSION-LOG INTO LOG-DETAIL-LINE
                       AT END SET CMPL-EOF TO TRUE
                       NOT AT END PERFORM 894-ACCUMULATE-COMPLIANCE
                   END-READ
               END-PERFORM
               CLOSE CONVERSION-LOG
           END-IF.
       894-ACCUMULATE-COMPLIANCE.
           IF LOG-BUS-DATE NUMERIC AND LOG-BUS-DATE NOT = ZERO
               MOVE LOG-BUS-DATE TO WS-CMPL-DATE
           ELSE
               IF LOG-DATE NUMERIC
                   MOVE LOG-DATE TO WS-CMPL-DATE
               ELSE
                   MOVE ZERO TO WS-CMPL-DATE
               END-IF
           END-IF.
           IF WS-CMPL-DATE NOT = ZERO
                   AND LOG-ACCOUNT NOT = SPACES
                   AND LOG-DIRECTION NOT = 'E'
                   AND LOG-DIRECTION NOT = 'R'
                   AND (WS-CMPL-FROM = ZERO
                       OR WS-CMPL-DATE NOT < WS-CMPL-FROM)
                   AND (WS-CMPL-TO = ZERO
                       OR WS-CMPL-DATE NOT > WS-CMPL-TO)
               MOVE LOG-AMOUNT TO WS-LOG-AMT-N
               MOVE LOG-RESULT TO WS-LOG-RES-N
               IF LOG-DIRECTION = 'U' OR LOG-DIRECTION = 'u'
                   MOVE WS-LOG-AMT-N TO WS-CMPL-USD
                   MOVE WS-LOG-RES-N TO WS-CMPL-FOREIGN
               ELSE
                   MOVE WS-LOG-RES-N TO WS-CMPL-USD
                   MOVE WS-LOG-AMT-N TO WS-CMPL-FOREIGN
               END-IF
               MOVE 'N' TO CWRK-NEAR-FLAG
               IF NOT (LOG-DIRECTION = 'C' AND SECOND-CROSS-LEG)
                   IF WS-CMPL-USD NOT < WS-CMPL-THRESHOLD
                       MOVE WS-CMPL-DATE TO CMPL-OVR-DATE
                       MOVE LOG-ACCOUNT TO CMPL-OVR-ACCOUNT
                       MOVE LOG-CODE TO CMPL-OVR-CODE
                       MOVE WS-CMPL-FOREIGN TO CMPL-OVR-FOREIGN
                       MOVE WS-CMPL-USD TO CMPL-OVR-USD
                       IF LOG-RUN-NUMBER NUMERIC
                           MOVE LOG-RUN-NUMBER TO CMPL-OVR-RUN
                       ELSE
                           MOVE SPACES TO CMPL-OVR-RUN
                       END-IF
                       WRITE CMPL-RECORD FROM CMPL-OVER-DETAIL-LINE
                       ADD 1 TO WS-CMPL-OVER-COUNT
                       ADD WS-CMPL-USD TO WS-CMPL-OVER-USD
                   ELSE
                       IF WS-CMPL-USD NOT < WS-CMPL-NEAR-FLOOR
                           MOVE 'Y' TO CWRK-NEAR-FLAG
                       END-IF
                   END-IF
               END-IF
               PERFORM 895-WRITE-COMPLIANCE-WORK
           END-IF.
           PERFORM 359-TRACK-CROSS-LEG.
       895-WRITE-COMPLIANCE-WORK.
           MOVE LOG-ACCOUNT TO CWRK-ACCOUNT.
           MOVE LOG-CODE TO CWRK-CODE.
           MOVE WS-CMPL-DATE TO CWRK-DATE.
           MOVE WS-CMPL-FOREIGN TO CWRK-FOREIGN.
           MOVE WS-CMPL-USD TO CWRK-USD.
           WRITE CWRK-RECORD FROM CWRK-DETAIL-LINE.
       896-CHECK-STRUCTURING.
           SORT COMPLIANCE-SORT-FILE
               ON ASCENDING KEY CSRT-ACCOUNT CSRT-DATE
               USING COMPLIANCE-WORK-FILE
               GIVING COMPLIANCE-SORTED-FILE.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'COMPLIANCE SORT RETURN CODE ' SORT-RETURN
               MOVE 'Y' TO WS-CMPL-SORT-SWITCH
           ELSE
               OPEN INPUT COMPLIANCE-SORTED-FILE
               IF CSTD-FILE-STATUS NOT = '00'
                   DISPLAY 'SORTED COMPLIANCE FILE STATUS '
                       CSTD-FILE-STATUS
                   MOVE 'Y' TO WS-CMPL-SORT-SWITCH
               ELSE
                   MOVE SPACES TO WS-CMPL-LAST-FLAGGED
                   MOVE SPACES TO WS-CMPL-LAST-ACCOUNT
                   MOVE ZERO TO CMPL-WIN-ENTRY-COUNT
                   MOVE ZERO TO WS-CMPL-WIN-COUNT
                   MOVE ZERO TO WS-CMPL-WIN-USD
                   MOVE 'N' TO WS-CMPL-EOF-SWITCH
                   PERFORM UNTIL CMPL-EOF
                       READ COMPLIANCE-SORTED-FILE
                               INTO CWRK-DETAIL-LINE
                           AT END SET CMPL-EOF TO TRUE
                           NOT AT END
                               IF CWRK-NEAR-THRESHOLD
                                   PERFORM 897-POST-NEAR-DAY
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM 898-TEST-WINDOW-FRONT
                       UNTIL CMPL-WIN-ENTRY-COUNT = ZERO
                   CLOSE COMPLIANCE-SORTED-FILE
               END-IF
           END-IF.
       897-POST-NEAR-DAY.
           IF CWRK-ACCOUNT NOT = WS-CMPL-LAST-ACCOUNT
               PERFORM 898-TEST-WINDOW-FRONT
                   UNTIL CMPL-WIN-ENTRY-COUNT = ZERO
               MOVE CWRK-ACCOUNT TO WS-CMPL-LAST-ACCOUNT
           END-IF.
           IF CWRK-ACCOUNT NOT = WS-CMPL-LAST-FLAGGED
               COMPUTE WS-CMPL-DAY-INT =
                   FUNCTION INTEGER-OF-DATE (CWRK-DATE)
               IF CMPL-WIN-ENTRY-COUNT > ZERO
                   SET CW1 TO CMPL-WIN-ENTRY-COUNT
                   IF CMPL-WIN-DATE (CW1) NOT = CWRK-DATE
                       PERFORM 898-TEST-WINDOW-FRONT
                           UNTIL CMPL-WIN-ENTRY-COUNT = ZERO
                           OR (WS-CMPL-DAY-INT - CMPL-WIN-INT (1)
                               < WS-CMPL-DAYS
                           AND CMPL-WIN-ENTRY-COUNT
                               < WS-MAX-CMPL-WINDOW)
                   END-IF
               END-IF
               IF CWRK-ACCOUNT NOT = WS-CMPL-LAST-FLAGGED
                   IF CMPL-WIN-ENTRY-COUNT > ZERO
                       SET CW1 TO CMPL-WIN-ENTRY-COUNT
                   END-IF
                   IF CMPL-WIN-ENTRY-COUNT = ZERO
                           OR CMPL-WIN-DATE (CW1) NOT = CWRK-DATE
                       ADD 1 TO CMPL-WIN-ENTRY-COUNT
                       SET CW1 TO CMPL-WIN-ENTRY-COUNT
                       MOVE CWRK-DATE TO CMPL-WIN-DATE (CW1)
                       MOVE WS-CMPL-DAY-INT TO CMPL-WIN-INT (CW1)
                       MOVE ZERO TO CMPL-WIN-DAY-COUNT (CW1)
                       MOVE ZERO TO CMPL-WIN-DAY-USD (CW1)
                   END-IF
                   ADD 1 TO CMPL-WIN-DAY-COUNT (CW1)
                   ADD CWRK-USD TO CMPL-WIN-DAY-USD (CW1)
                   ADD 1 TO WS-CMPL-WIN-COUNT
                   ADD CWRK-USD TO WS-CMPL-WIN-USD
               END-IF
           END-IF.
       898-TEST-WINDOW-FRONT.
           IF WS-CMPL-WIN-COUNT NOT < WS-CMPL-MIN-COUNT
               SET CW1 TO CMPL-WIN-ENTRY-COUNT
               MOVE WS-CMPL-LAST-ACCOUNT TO CMPL-STR-ACCOUNT
               MOVE CMPL-WIN-DATE (1) TO CMPL-STR-FIRST
               MOVE CMPL-WIN-DATE (CW1) TO CMPL-STR-LAST
               MOVE WS-CMPL-WIN-COUNT TO CMPL-STR-COUNT
               MOVE WS-CMPL-WIN-USD TO CMPL-STR-USD
               WRITE CMPL-RECORD FROM CMPL-STRUCT-DETAIL-LINE
               MOVE WS-CMPL-LAST-ACCOUNT TO WS-CMPL-LAST-FLAGGED
               ADD 1 TO WS-CMPL-FLAG-COUNT
               MOVE ZERO TO CMPL-WIN-ENTRY-COUNT
               MOVE ZERO TO WS-CMPL-WIN-COUNT
               MOVE ZERO TO WS-CMPL-WIN-USD
           ELSE
               SUBTRACT CMPL-WIN-DAY-COUNT (1) FROM WS-CMPL-WIN-COUNT
               SUBTRACT CMPL-WIN-DAY-USD (1) FROM WS-CMPL-WIN-USD
               PERFORM VARYING CW1 FROM 1 BY 1
                       UNTIL CW1 NOT < CMPL-WIN-ENTRY-COUNT
                   MOVE CMPL-WIN-ENTRY (CW1 + 1) TO CMPL-WIN-ENTRY (CW1)
               END-PERFORM
               SUBTRACT 1 FROM CMPL-WIN-ENTRY-COUNT
           END-IF.
       899-PRINT-ACCOUNT-TOTALS.
           SORT COMPLIANCE-SORT-FILE
               ON ASCENDING KEY CSRT-ACCOUNT CSRT-CODE
               USING COMPLIANCE-WORK-FILE
               GIVING COMPLIANCE-SORTED-FILE.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'COMPLIANCE SORT RETURN CODE ' SORT-RETURN
               MOVE 'Y' TO WS-CMPL-SORT-SWITCH
           ELSE
               OPEN INPUT COMPLIANCE-SORTED-FILE
               IF CSTD-FILE-STATUS NOT = '00'
                   DISPLAY 'SORTED COMPLIANCE FILE STATUS '
                       CSTD-FILE-STATUS
                   MOVE 'Y' TO WS-CMPL-SORT-SWITCH
               ELSE
                   MOVE SPACES TO WS-CMPL-LAST-ACCOUNT
                   MOVE SPACES TO WS-CMPL-LAST-CODE
                   MOVE ZERO TO WS-CMPL-ACCT-COUNT
                   MOVE ZERO TO WS-CMPL-ACCT-USD
                   MOVE 'N' TO WS-CMPL-EOF-SWITCH
                   PERFORM UNTIL CMPL-EOF
                       READ COMPLIANCE-SORTED-FILE
                               INTO CWRK-DETAIL-LINE
                           AT END
                               SET CMPL-EOF TO TRUE
                               MOVE HIGH-VALUES TO CWRK-ACCOUNT
                       END-READ
                       IF (CWRK-ACCOUNT NOT = WS-CMPL-LAST-ACCOUNT
                               OR CWRK-CODE NOT = WS-CMPL-LAST-CODE)
                           AND WS-CMPL-LAST-ACCOUNT NOT = SPACES
                           MOVE WS-CMPL-LAST-ACCOUNT TO CMPL-TOT-ACCOUNT
                           MOVE WS-CMPL-LAST-CODE TO CMPL-TOT-CODE
                           MOVE WS-CMPL-CODE-COUNT TO CMPL-TOT-COUNT
                           MOVE WS-CMPL-CODE-FOREIGN TO CMPL-TOT-FOREIGN
                           MOVE WS-CMPL-CODE-USD TO CMPL-TOT-USD
                           WRITE CMPL-RECORD FROM CMPL-TOTAL-DETAIL-LINE
                           ADD WS-CMPL-CODE-COUNT TO WS-CMPL-ACCT-COUNT
                           ADD WS-CMPL-CODE-USD TO WS-CMPL-ACCT-USD
                           IF CWRK-ACCOUNT NOT = WS-CMPL-LAST-ACCOUNT
                               MOVE '  ACCOUNT TOTAL' TO CMPL-CNT-LABEL
                               MOVE WS-CMPL-ACCT-COUNT TO CMPL-CNT-COUNT
                               MOVE WS-CMPL-ACCT-USD TO CMPL-CNT-USD
                               WRITE CMPL-RECORD FROM CMPL-COUNT-LINE
                               MOVE ZERO TO WS-CMPL-ACCT-COUNT
                               MOVE ZERO TO WS-CMPL-ACCT-USD
                           END-IF
                       END-IF
                       IF NOT CMPL-EOF
                           IF CWRK-ACCOUNT NOT = WS-CMPL-LAST-ACCOUNT
                                   OR CWRK-CODE NOT = WS-CMPL-LAST-CODE
                               MOVE CWRK-ACCOUNT TO WS-CMPL-LAST-ACCOUNT
                               MOVE CWRK-CODE TO WS-CMPL-LAST-CODE
                               MOVE ZERO TO WS-CMPL-CODE-COUNT
                               MOVE ZERO TO WS-CMPL-CODE-FOREIGN
                               MOVE ZERO TO WS-CMPL-CODE-USD
                           END-IF
                           ADD 1 TO WS-CMPL-CODE-COUNT
                           ADD CWRK-FOREIGN TO WS-CMPL-CODE-FOREIGN
                           ADD CWRK-USD TO WS-CMPL-CODE-USD
                       END-IF
                   END-PERFORM
                   CLOSE COMPLIANCE-SORTED-FILE
               END-IF
           END-IF.
       957-REWRITE-NOSTRO-BALANCES.
           OPEN OUTPUT NOSTRO-BALANCE-FILE.
           IF NB-FILE-STATUS NOT = '00'
