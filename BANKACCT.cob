           SELECT EOD-LOG-FILE ASSIGN TO 'EODLOG.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT CHGOFF-FILE ASSIGN TO 'CHGOFF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS FILE-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO 'AGING.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT CDMAST-FILE ASSIGN TO 'CDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-ACCT-ID
               FILE STATUS IS FILE-STATUS.
           SELECT CD-REPORT-FILE ASSIGN TO 'CDMATURE.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT LOANMAST-FILE ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCT-ID
               FILE STATUS IS FILE-STATUS.
           SELECT LOAN-SCHED-FILE ASSIGN TO 'LOANSCHD.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT LOAN-DLQ-REPORT-FILE ASSIGN TO 'LOANDLQ.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO 'INTEGRTY.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT WATCHLIST-IN-FILE ASSIGN TO 'WATCHIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT WATCHLIST-FILE ASSIGN TO 'WATCHLST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               ALTERNATE RECORD KEY IS WL-NORM-NAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT SANCTION-QUEUE-FILE ASSIGN TO 'SANCTQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-KEY
               ALTERNATE RECORD KEY IS SQ-SUBJECT-ID WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT SANCTION-REPORT-FILE ASSIGN TO 'SANCTRPT.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT BALHIST-FILE ASSIGN TO 'BALHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS FILE-STATUS.
           SELECT MIS-REPORT-FILE ASSIGN TO 'MISRPT.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT MIS-EXTRACT-FILE ASSIGN TO 'MISEXTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO 'BRANCHES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-ID
               FILE STATUS IS FILE-STATUS.
           SELECT TELLER-FILE-PRIOR ASSIGN TO 'TELLERS.DAT.PRIOR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTLR-ID
               FILE STATUS IS FILE-STATUS.
           SELECT TRANSACTION-FILE-PRIOR ASSIGN TO 'TRANSACTIONS.DAT.PRIOR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTRANS-KEY
               FILE STATUS IS FILE-STATUS.
           SELECT INS-PARM-FILE ASSIGN TO 'INSPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT INS-WORK-FILE ASSIGN TO 'INSWORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSW-KEY
               FILE STATUS IS FILE-STATUS.
           SELECT INS-REPORT-FILE ASSIGN TO 'DEPINS.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT INS-EXTRACT-FILE ASSIGN TO 'DEPINSX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT ODPLINK-FILE ASSIGN TO 'ODPLINK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-ACCT-ID
               FILE STATUS IS FILE-STATUS.
           SELECT ODP-PARM-FILE ASSIGN TO 'ODPPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT ODP-LOG-FILE ASSIGN TO 'ODPSWEEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT ODP-REPORT-FILE ASSIGN TO 'ODPSWEEP.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO 'CARDS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               ALTERNATE RECORD KEY IS CARD-ACCT-ID WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT CARD-SETTLE-FILE ASSIGN TO 'CARDSETL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT CARD-EXC-FILE ASSIGN TO 'CARDEXC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT CARD-REPORT-FILE ASSIGN TO 'CARDSETL.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 OD-LIMIT    PIC 9(5)V99.
           05 ACCT-STATUS PIC X(1).
           05 LAST-INTEREST-DATE PIC X(10).
           05 ACCT-BRANCH PIC X(3).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
           05 TRANS-AMOUNT     PIC 9(7)V99.
           05 TRANS-REF        PIC X(16).
           05 TRANS-TELLER     PIC X(8).
           05 TRANS-BRANCH     PIC X(3).

       FD BATCH-TRANS-FILE.
       01 BATCH-TRANS-RECORD.
           05 GL-TRANS-TYPE PIC X(1).
           05 GL-REC-COUNT  PIC 9(5).
           05 GL-REC-AMOUNT PIC 9(9)V99.
           05 GL-BRANCH     PIC X(3).

       FD CUSTOMER-FILE-OLD.
       01 CUSTOMER-RECORD-OLD.
           05 ARCH-AMOUNT      PIC 9(7)V99.
           05 ARCH-REF         PIC X(16).
           05 ARCH-TELLER      PIC X(8).
           05 ARCH-BRANCH      PIC X(3).

       FD ARCHWORK-FILE.
       01 ARCHWORK-RECORD.
           05 XFI-ACCT-ID      PIC X(10).
           05 XFI-AMOUNT       PIC 9(7)V99.
           05 XFI-REF          PIC X(16).
           05 XFI-ORIG-NAME    PIC X(30).

       FD XFER-REJECT-FILE.
       01 XFER-REJECT-RECORD.
           05 TLR-CLASS     PIC X(1).
           05 TLR-STATUS    PIC X(1).
           05 TLR-LIMIT     PIC 9(7)V99.
           05 TLR-BRANCH    PIC X(3).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JRNL-ACTION   PIC X(1).
           05 JRNL-BEFORE   PIC X(71).
           05 JRNL-AFTER    PIC X(71).
           05 JRNL-DATE     PIC X(10).
           05 JRNL-TIME     PIC X(8).
           05 JRNL-OPERATOR PIC X(8).
           05 BKP-OD-LIMIT    PIC 9(5)V99.
           05 BKP-ACCT-STATUS PIC X(1).
           05 BKP-LAST-INTEREST-DATE PIC X(10).
           05 BKP-BRANCH      PIC X(3).

       FD STMT-CYCLE-FILE.
       01 STMT-CYCLE-REC PIC X(80).
       FD EOD-LOG-FILE.
       01 EOD-LOG-REC PIC X(80).

       FD CHGOFF-FILE.
       01 CHGOFF-RECORD.
           05 CHG-KEY.
               10 CHG-ACCT-ID  PIC X(10).
               10 CHG-DATE     PIC X(10).
           05 CHG-NAME         PIC X(30).
           05 CHG-AMOUNT       PIC 9(7)V99.
           05 CHG-DAYS         PIC 9(5).
           05 CHG-STATUS       PIC X(1).
           05 CHG-RECOVERED    PIC 9(7)V99.

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-REC PIC X(80).

       FD CDMAST-FILE.
       01 CDMAST-RECORD.
           05 CD-ACCT-ID       PIC X(10).
           05 CD-TERM-MONTHS   PIC 9(3).
           05 CD-OPEN-DATE     PIC X(10).
           05 CD-MATURITY-DATE PIC X(10).
           05 CD-RATE          PIC 9V9999.
           05 CD-INSTRUCTION   PIC X(1).
           05 CD-PAYOUT-ACCT   PIC X(10).
           05 CD-STATUS        PIC X(1).

       FD CD-REPORT-FILE.
       01 CD-REPORT-REC PIC X(80).

       FD LOANMAST-FILE.
       01 LOANMAST-RECORD.
           05 LN-ACCT-ID        PIC X(10).
           05 LN-PRINCIPAL      PIC 9(7)V99.
           05 LN-RATE           PIC 9V9999.
           05 LN-TERM-MONTHS    PIC 9(3).
           05 LN-PAYMENT-AMT    PIC 9(7)V99.
           05 LN-BOOK-DATE      PIC X(10).
           05 LN-DUE-DAY        PIC 99.
           05 LN-NEXT-DUE-DATE  PIC X(10).
           05 LN-PAID-THRU-DATE PIC X(10).
           05 LN-BALANCE        PIC 9(7)V99.
           05 LN-INT-DATE       PIC X(10).
           05 LN-INT-ARREARS    PIC 9(7)V99.
           05 LN-UNAPPLIED      PIC 9(7)V99.
           05 LN-DAYS-PAST-DUE  PIC 9(4).
           05 LN-DELQ-BUCKET    PIC 99.
           05 LN-FEE-DUE-DATE   PIC X(10).
           05 LN-PAY-ACCT       PIC X(10).
           05 LN-STATUS         PIC X(1).

       FD LOAN-SCHED-FILE.
       01 LOAN-SCHED-REC PIC X(80).

       FD LOAN-DLQ-REPORT-FILE.
       01 LOAN-DLQ-REPORT-REC PIC X(80).

       FD INTEGRITY-REPORT-FILE.
       01 INTEGRITY-REPORT-REC PIC X(80).

       FD WATCHLIST-IN-FILE.
       01 WATCHLIST-IN-RECORD.
           05 WLI-LIST-ID      PIC X(10).
           05 WLI-ENTRY-TYPE   PIC X(1).
           05 WLI-NAME         PIC X(40).

       FD WATCHLIST-FILE.
       01 WATCHLIST-RECORD.
           05 WL-KEY.
               10 WL-LIST-ID   PIC X(10).
               10 WL-SEQ       PIC 9(3).
           05 WL-ENTRY-TYPE    PIC X(1).
           05 WL-NAME          PIC X(40).
           05 WL-NORM-NAME     PIC X(40).
           05 WL-LOAD-DATE     PIC X(10).

       FD SANCTION-QUEUE-FILE.
       01 SANCTION-QUEUE-RECORD.
           05 SQ-KEY.
               10 SQ-STAMP     PIC X(14).
               10 SQ-SEQ       PIC 9(3).
           05 SQ-SOURCE        PIC X(1).
           05 SQ-SUBJECT-ID    PIC X(16).
           05 SQ-ACCT-ID       PIC X(10).
           05 SQ-NAME          PIC X(40).
           05 SQ-LIST-ID       PIC X(10).
           05 SQ-LIST-NAME     PIC X(40).
           05 SQ-DATE          PIC X(10).
           05 SQ-STATUS        PIC X(1).
           05 SQ-DECIDED-BY    PIC X(8).
           05 SQ-DECIDED-DATE  PIC X(10).

       FD SANCTION-REPORT-FILE.
       01 SANCTION-REPORT-REC PIC X(80).

       FD BALHIST-FILE.
       01 BALHIST-RECORD.
           05 BH-KEY.
               10 BH-ACCT-ID    PIC X(10).
               10 BH-DATE       PIC X(10).
           05 BH-ACCT-TYPE      PIC X(1).
           05 BH-ACCT-STATUS    PIC X(1).
           05 BH-LEDGER         PIC S9(7)V99.
           05 BH-AVAILABLE      PIC S9(7)V99.
           05 BH-ACCRUED        PIC 9(7)V9999.

       FD MIS-REPORT-FILE.
       01 MIS-REPORT-REC PIC X(80).

       FD MIS-EXTRACT-FILE.
       01 MIS-EXTRACT-REC PIC X(200).

       FD BRANCH-FILE.
       01 BRANCH-RECORD.
           05 BR-ID         PIC X(3).
           05 BR-NAME       PIC X(30).
           05 BR-STATUS     PIC X(1).

       FD TELLER-FILE-PRIOR.
       01 TELLER-RECORD-PRIOR.
           05 PTLR-ID       PIC X(8).
           05 PTLR-PASSWORD PIC X(8).
           05 PTLR-CLASS    PIC X(1).
           05 PTLR-STATUS   PIC X(1).
           05 PTLR-LIMIT    PIC 9(7)V99.

       FD TRANSACTION-FILE-PRIOR.
       01 TRANSACTION-RECORD-PRIOR.
           05 PTRANS-KEY.
               10 PTRANS-ACCT-ID PIC X(10).
               10 PTRANS-DATE    PIC X(10).
               10 PTRANS-TIME    PIC X(8).
               10 PTRANS-SEQ     PIC 9(3).
           05 PTRANS-TYPE      PIC X(1).
           05 PTRANS-AMOUNT    PIC 9(7)V99.
           05 PTRANS-REF       PIC X(16).
           05 PTRANS-TELLER    PIC X(8).

       FD INS-PARM-FILE.
       01 INS-PARM-RECORD.
           05 INSP-LIMIT       PIC 9(9)V99.
           05 INSP-EFF-DATE    PIC X(10).

       FD INS-WORK-FILE.
       01 INS-WORK-RECORD.
           05 INSW-KEY.
               10 INSW-KIND    PIC X(1).
               10 INSW-ID      PIC X(10).
           05 INSW-NAME        PIC X(30).
           05 INSW-BRANCH      PIC X(3).
           05 INSW-BR-ROLE     PIC X(1).
           05 INSW-ACCT-COUNT  PIC 9(5).
           05 INSW-SINGLE-BAL  PIC 9(11)V99.
           05 INSW-JOINT-BAL   PIC 9(11)V99.

       FD INS-REPORT-FILE.
       01 INS-REPORT-REC PIC X(80).

       FD INS-EXTRACT-FILE.
       01 INS-EXTRACT-REC.
           05 INSX-LINE-TYPE   PIC X(1).
           05 INSX-AS-OF-DATE  PIC X(10).
           05 INSX-DEP-KIND    PIC X(1).
           05 INSX-DEP-ID      PIC X(10).
           05 INSX-NAME        PIC X(30).
           05 INSX-BRANCH      PIC X(3).
           05 INSX-COUNT       PIC 9(7).
           05 INSX-SINGLE-BAL  PIC 9(13)V99.
           05 INSX-JOINT-BAL   PIC 9(13)V99.
           05 INSX-TOTAL-BAL   PIC 9(13)V99.
           05 INSX-INSURED     PIC 9(13)V99.
           05 INSX-UNINSURED   PIC 9(13)V99.

       FD ODPLINK-FILE.
       01 ODPLINK-RECORD.
           05 ODP-ACCT-ID      PIC X(10).
           05 ODP-SAVINGS-ID   PIC X(10).
           05 ODP-STATUS       PIC X(1).
           05 ODP-LINK-DATE    PIC X(10).
           05 ODP-LINK-OPER    PIC X(8).

       FD ODP-PARM-FILE.
       01 ODP-PARM-RECORD.
           05 ODPP-INCREMENT   PIC 9(5)V99.

       FD ODP-LOG-FILE.
       01 ODP-LOG-RECORD.
           05 OSW-DATE         PIC X(10).
           05 OSW-TIME         PIC X(8).
           05 OSW-RESULT       PIC X(1).
           05 OSW-ACCT-ID      PIC X(10).
           05 OSW-SAVINGS-ID   PIC X(10).
           05 OSW-SOURCE       PIC X(1).
           05 OSW-ITEM-REF     PIC X(16).
           05 OSW-ITEM-AMT     PIC 9(7)V99.
           05 OSW-SHORTFALL    PIC 9(7)V99.
           05 OSW-SWEEP-AMT    PIC 9(7)V99.
           05 OSW-REASON       PIC X(3).
           05 OSW-TELLER       PIC X(8).

       FD ODP-REPORT-FILE.
       01 ODP-REPORT-REC PIC X(80).

       FD CARD-FILE.
       01 CARD-RECORD.
           05 CARD-NUMBER      PIC X(16).
           05 CARD-ACCT-ID     PIC X(10).
           05 CARD-STATUS      PIC X(1).
           05 CARD-EXPIRY      PIC X(7).
           05 CARD-ATM-LIMIT   PIC 9(5)V99.
           05 CARD-POS-LIMIT   PIC 9(5)V99.
           05 CARD-USED-DATE   PIC X(10).
           05 CARD-ATM-USED    PIC 9(5)V99.
           05 CARD-POS-USED    PIC 9(5)V99.
           05 CARD-ISSUE-DATE  PIC X(10).
           05 CARD-ISSUE-OPER  PIC X(8).

       FD CARD-SETTLE-FILE.
       01 CARD-SETTLE-RECORD.
           05 CSET-CARD-NUMBER PIC X(16).
           05 CSET-ITEM-TYPE   PIC X(1).
           05 CSET-AMOUNT      PIC 9(7)V99.
           05 CSET-TRAN-DATE   PIC X(10).
           05 CSET-TRAN-TIME   PIC X(8).
           05 CSET-TERMINAL-ID PIC X(16).
           05 CSET-NETWORK-REF PIC X(12).

       FD CARD-EXC-FILE.
       01 CARD-EXC-RECORD.
           05 CEXC-CARD-NUMBER PIC X(16).
           05 CEXC-ACCT-ID     PIC X(10).
           05 CEXC-ITEM-TYPE   PIC X(1).
           05 CEXC-AMOUNT      PIC 9(7)V99.
           05 CEXC-TRAN-DATE   PIC X(10).
           05 CEXC-TRAN-TIME   PIC X(8).
           05 CEXC-TERMINAL-ID PIC X(16).
           05 CEXC-NETWORK-REF PIC X(12).
           05 CEXC-REASON      PIC X(3).

       FD CARD-REPORT-FILE.
       01 CARD-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 CHOICE           PIC 99.
       01 WS-DONE          PIC X VALUE 'N'.
       01 WS-TP-TABLE.
           05 WS-TP-ENT OCCURS 50 TIMES.
               10 WS-TP-TELLER    PIC X(8).
               10 WS-TP-BRANCH    PIC X(3).
               10 WS-TP-DEP-COUNT PIC 9(5).
               10 WS-TP-DEP-AMT   PIC 9(9)V99.
               10 WS-TP-WD-COUNT  PIC 9(5).
       01 WS-CYC-DONE           PIC X(1).
       01 WS-CYC-MODE           PIC X(1) VALUE 'N'.

       01 WS-JRNL-BEFORE        PIC X(71).
       01 WS-JRNL-ACTION        PIC X(1).
       01 WS-RCV-RESTORED       PIC 9(7) VALUE 0.
       01 WS-RCV-REPLAYED       PIC 9(7) VALUE 0.
       01 WS-RCV-DONE           PIC X(1).
       01 WS-RCV-AFTER-REC.
           05 WS-RCV-ACCT-ID    PIC X(10).
           05 FILLER            PIC X(61).

       01 WS-TLR-PASSWORD-IN    PIC X(8).
       01 WS-TLR-CLASS          PIC X(1) VALUE 'S'.
       01 WS-GL-EXI-COUNT   PIC 9(5) VALUE 0.
       01 WS-GL-EXI-AMT     PIC 9(9)V99 VALUE 0.

       01 WS-LOSS-ACCT          PIC X(10) VALUE 'CHARGEOFF'.
       01 WS-CHG-RUN-DATE       PIC X(10).
       01 WS-CHG-POLICY-DAYS    PIC 9(5).
       01 WS-CHG-RUN-DAYNO      PIC 9(7).
       01 WS-CHG-SINCE-DAYNO    PIC 9(7).
       01 WS-CHG-SINCE-DATE     PIC X(10).
       01 WS-CHG-SINCE-CF       PIC X(1).
       01 WS-CHG-DAYS           PIC S9(7).
       01 WS-CHG-RUN-BAL        PIC S9(9)V99.
       01 WS-CHG-PRIOR-BAL      PIC S9(9)V99.
       01 WS-CHG-SIGN-TYPE      PIC X(1).
       01 WS-CHG-SIGN-AMT       PIC 9(7)V99.
       01 WS-CHG-ARCH-SINCE     PIC X(10).
       01 WS-CHG-AMOUNT         PIC 9(7)V99.
       01 WS-CHG-SAVE-ACCT      PIC X(10).
       01 WS-CHG-OWNER-NAME     PIC X(30).
       01 WS-CHG-BUCKET         PIC X(5).
       01 WS-CHG-BUCKET-IX      PIC 9.
       01 WS-CHG-ACTION         PIC X(7).
       01 WS-CHG-SCAN-DONE      PIC X(1).
       01 WS-CHG-LISTED         PIC 9(5) VALUE 0.
       01 WS-CHG-COUNT          PIC 9(5) VALUE 0.
       01 WS-CHG-TOTAL          PIC 9(9)V99 VALUE 0.
       01 WS-CHG-BAL-ED         PIC -9(7).99.
       01 WS-CHG-TOT-ED         PIC 9(9).99.
       01 WS-CHG-DAYS-ED        PIC ZZZZ9.
       01 WS-CHG-BUCKET-TABLE.
           05 WS-CHG-BKT-ENT OCCURS 4 TIMES.
               10 WS-CHG-BKT-COUNT PIC 9(5).
               10 WS-CHG-BKT-AMT   PIC 9(9)V99.

       01 WS-GL-CHG-COUNT   PIC 9(5) VALUE 0.
       01 WS-GL-CHG-AMT     PIC 9(9)V99 VALUE 0.

       01 WS-CD-TERM-IN         PIC 9(3).
       01 WS-CD-INSTR-IN        PIC X(1).
       01 WS-CD-PAYOUT-IN       PIC X(10).
       01 WS-LINK-ACCT-IN       PIC X(10).
       01 WS-NEW-ACCT-OK        PIC X(1).
       01 WS-CD-MATURITY        PIC X(10).
       01 WS-CD-RATE            PIC 9V9999.
       01 WS-CD-WD-OK           PIC X(1).
       01 WS-CD-DEBIT-OK        PIC X(1) VALUE 'N'.
       01 WS-CD-EARLY           PIC X(1).
       01 WS-CD-FOUND           PIC X(1).
       01 WS-CD-PENALTY-DAYS    PIC 9(3) VALUE 90.
       01 WS-CD-PENALTY         PIC 9(7)V99.
       01 WS-CD-SAVE-AMT        PIC 9(7)V99.
       01 WS-CD-AMT-ED          PIC 9(7).99.
       01 WS-CD-RUN-DATE        PIC X(10).
       01 WS-CD-RUN-DAYNO       PIC 9(7).
       01 WS-CD-MAT-DAYNO       PIC 9(7).
       01 WS-CD-DAYS-LEFT       PIC S9(7).
       01 WS-CD-NOTICE-DAYS     PIC 9(3) VALUE 10.
       01 WS-CD-SCAN-DONE       PIC X(1).
       01 WS-CD-ACTION          PIC X(8).
       01 WS-OWNER-BALANCE      PIC S9(7)V99.
       01 WS-CD-BAL-ED          PIC -9(7).99.
       01 WS-CD-DAYS-ED         PIC ZZ9.
       01 WS-OWNER-NAME         PIC X(30).
       01 WS-CD-MATURED         PIC 9(5) VALUE 0.
       01 WS-CD-RENEWED         PIC 9(5) VALUE 0.
       01 WS-CD-PAID            PIC 9(5) VALUE 0.
       01 WS-CD-HELD            PIC 9(5) VALUE 0.
       01 WS-CD-NOTICES         PIC 9(5) VALUE 0.
       01 WS-CD-PASS            PIC 9.

       01 WS-GL-PEN-COUNT   PIC 9(5) VALUE 0.
       01 WS-GL-PEN-AMT     PIC 9(9)V99 VALUE 0.
       01 WS-GL-LNA-COUNT   PIC 9(5) VALUE 0.
       01 WS-GL-LNA-AMT     PIC 9(9)V99 VALUE 0.
       01 WS-GL-LNI-COUNT   PIC 9(5) VALUE 0.
       01 WS-GL-LNI-AMT     PIC 9(9)V99 VALUE 0.
       01 WS-GL-LNP-COUNT   PIC 9(5) VALUE 0.
       01 WS-GL-LNP-AMT     PIC 9(9)V99 VALUE 0.

       01 WS-LN-PRINCIPAL-IN    PIC 9(7)V99.
       01 WS-LN-RATE-IN         PIC 9V9999.
       01 WS-LN-TERM-IN         PIC 9(3).
       01 WS-LN-FIRST-DUE-IN    PIC X(10).
       01 WS-LN-DISB-IN         PIC X(10).
       01 WS-LN-DUE-DAY         PIC 99.
       01 WS-LN-MAX-RATE        PIC 9V9999 VALUE 0.3000.
       01 WS-LN-PAYMENT         PIC 9(7)V99.
       01 WS-LN-MRATE           PIC 9V9(9).
       01 WS-LN-FACTOR          PIC 9(5)V9(9).
       01 WS-LN-PERIOD          PIC 9(3).
       01 WS-LN-PERIOD-ED       PIC ZZ9.
       01 WS-LN-SCHED-BAL       PIC 9(7)V99.
       01 WS-LN-SCHED-INT       PIC 9(7)V99.
       01 WS-LN-SCHED-PRIN      PIC 9(7)V99.
       01 WS-LN-SCHED-PAY       PIC 9(7)V99.
       01 WS-LN-TOT-INT         PIC 9(7)V99.
       01 WS-LN-TOT-PAID        PIC 9(9)V99.
       01 WS-LN-AMT-ED          PIC ZZZZZZ9.99.
       01 WS-LN-AMT2-ED         PIC ZZZZZZ9.99.
       01 WS-LN-AMT3-ED         PIC ZZZZZZ9.99.
       01 WS-LN-AMT4-ED         PIC ZZZZZZ9.99.
       01 WS-LN-TOT-ED          PIC ZZZZZZZZ9.99.
       01 WS-LN-BASE-DATE       PIC X(10).
       01 WS-LN-ADD-MONTHS      PIC 9(3).
       01 WS-LN-MONTHS0         PIC 9(5).
       01 WS-LN-ACCT-IN         PIC X(10).
       01 WS-LN-FROM-ACCT       PIC X(10).
       01 WS-LN-USE-PAY-ACCT    PIC X(1) VALUE 'N'.
       01 WS-LN-PAY-OK          PIC X(1).
       01 WS-LN-SRC-OK          PIC X(1).
       01 WS-LN-TGT-OK          PIC X(1).
       01 WS-LN-RUN-DATE        PIC X(10).
       01 WS-LN-RUN-DAYNO       PIC 9(7).
       01 WS-LN-INT-DAYNO       PIC 9(7).
       01 WS-LN-INT-DAYS        PIC S9(5).
       01 WS-LN-INT-DUE         PIC 9(7)V99.
       01 WS-LN-INT-PART        PIC 9(7)V99.
       01 WS-LN-PRIN-PART       PIC 9(7)V99.
       01 WS-LN-PAYOFF          PIC 9(7)V99.
       01 WS-LN-SAVE-AMT        PIC 9(7)V99.
       01 WS-LN-DAYS-LATE       PIC S9(5).
       01 WS-LN-DAYS-ED         PIC ZZZ9.
       01 WS-LN-GRACE-DAYS      PIC 9(3) VALUE 15.
       01 WS-LN-LATE-FEE        PIC 9(5)V99 VALUE 25.00.
       01 WS-LN-FEE-FLAG        PIC X(3).
       01 WS-LN-SCAN-DONE       PIC X(1).
       01 WS-LN-PASTDUE-CNT     PIC 9(5) VALUE 0.
       01 WS-LN-30-CNT          PIC 9(5) VALUE 0.
       01 WS-LN-60-CNT          PIC 9(5) VALUE 0.
       01 WS-LN-90-CNT          PIC 9(5) VALUE 0.
       01 WS-LN-FEE-CNT         PIC 9(5) VALUE 0.
       01 WS-LN-FEE-TOTAL       PIC 9(7)V99 VALUE 0.
       01 WS-LN-SO-ACCT-OK      PIC X(1).
       01 WS-LN-OLD-PAY-ACCT    PIC X(10).

       01 WS-INTG-SEVERE        PIC 9(5) VALUE 0.
       01 WS-INTG-WARN          PIC 9(5) VALUE 0.
       01 WS-INTG-CHECKED       PIC 9(7) VALUE 0.
       01 WS-INTG-SEV           PIC X(1).
       01 WS-INTG-FILE          PIC X(8).
       01 WS-INTG-KEY           PIC X(16).
       01 WS-INTG-ID            PIC X(10).
       01 WS-INTG-DESC          PIC X(36).
       01 WS-INTG-ACCT          PIC X(10).
       01 WS-INTG-FOUND         PIC X(1).
       01 WS-INTG-DONE          PIC X(1).
       01 WS-INTG-XREF-DONE     PIC X(1).
       01 WS-INTG-HAS-PRIMARY   PIC X(1).
       01 WS-INTG-SEQ-ED        PIC 9(3).
       01 WS-INTG-CNT-ED        PIC ZZZZ9.
       01 WS-INTG-RC            PIC 9(2) VALUE 0.
       01 WS-INTG-TLR-USED      PIC 99 VALUE 0.
       01 WS-INTG-TLR-IX        PIC 99.
       01 WS-INTG-TLR-FOUND-IX  PIC 99.
       01 WS-INTG-TLR-TABLE.
           05 WS-INTG-TLR-ENT OCCURS 50 TIMES.
               10 WS-INTG-TLR-ID    PIC X(8).
               10 WS-INTG-TLR-COUNT PIC 9(5).

       01 WS-SCR-NAME           PIC X(40).
       01 WS-SCR-WORK           PIC X(40).
       01 WS-SCR-NORM           PIC X(40).
       01 WS-SCR-TOKEN          PIC X(40).
       01 WS-SCR-PTR            PIC 9(3).
       01 WS-SCR-OUT-PTR        PIC 9(3).
       01 WS-SCR-WORD-CNT       PIC 99.
       01 WS-SCR-IX             PIC 99.
       01 WS-SCR-JX             PIC 99.
       01 WS-SCR-SWAP           PIC X(40).
       01 WS-SCR-WORDS.
           05 WS-SCR-WORD OCCURS 8 TIMES PIC X(40).
       01 WS-SCR-LOWER          PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WS-SCR-UPPER          PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-SCR-HIT            PIC X(1).
       01 WS-SCR-LIST-ID        PIC X(10).
       01 WS-SCR-LIST-NAME      PIC X(40).
       01 WS-SQ-SOURCE          PIC X(1).
       01 WS-SQ-SUBJECT         PIC X(16).
       01 WS-SQ-ACCT            PIC X(10).
       01 WS-SQ-KEY-IN          PIC X(17).
       01 WS-SQ-DECISION        PIC X(1).
       01 WS-SQ-DONE            PIC X(1).
       01 WS-SQ-WRITTEN         PIC X(1).
       01 WS-SQ-DUPLICATE       PIC X(1).
       01 WS-SQ-OPEN-CNT        PIC 9(5) VALUE 0.
       01 WS-SQ-SAVE-OPER       PIC X(8).
       01 WS-WL-PREV-LIST       PIC X(10).
       01 WS-WL-SEQ             PIC 9(3).
       01 WS-WL-DONE            PIC X(1).
       01 WS-WL-LOADED          PIC 9(7) VALUE 0.
       01 WS-WL-REJECTED        PIC 9(7) VALUE 0.
       01 WS-WL-LOAD-OK         PIC X(1).
       01 WS-RSC-SCANNED        PIC 9(7) VALUE 0.
       01 WS-RSC-HITS           PIC 9(5) VALUE 0.
       01 WS-RSC-NEW            PIC 9(5) VALUE 0.
       01 WS-RSC-REJECTED       PIC 9(5) VALUE 0.
       01 WS-RSC-DONE           PIC X(1).
       01 WS-EXT-NEW-STATUS     PIC X(1) VALUE 'P'.

       01 WS-BH-RUN-DATE        PIC X(10).
       01 WS-BH-COUNT           PIC 9(7) VALUE 0.
       01 WS-BH-DONE            PIC X(1).
       01 WS-BH-ACCR-OPEN       PIC X(1).
       01 WS-ADB-FROM-DATE      PIC X(10).
       01 WS-ADB-TO-DATE        PIC X(10).
       01 WS-ADB-SUM            PIC S9(11)V99.
       01 WS-ADB-DAYS           PIC 9(5).
       01 WS-ADB-AMOUNT         PIC S9(9)V99.
       01 WS-ADB-DONE           PIC X(1).
       01 WS-MIS-MONTH          PIC X(7).
       01 WS-MIS-PRIOR-MONTH    PIC X(7).
       01 WS-MIS-FROM-DATE      PIC X(10).
       01 WS-MIS-TO-DATE        PIC X(10).
       01 WS-MIS-MONTH-DAYS     PIC 99.
       01 WS-MIS-SNAP-DAYS      PIC 99.
       01 WS-MIS-LAST-DAY       PIC 99.
       01 WS-MIS-PLAST-DAY      PIC 99.
       01 WS-MIS-DAY-IX         PIC 99.
       01 WS-MIS-TX             PIC 9.
       01 WS-MIS-LOOK-TYPE      PIC X(1).
       01 WS-MIS-DONE           PIC X(1).
       01 WS-MIS-OK             PIC X(1).
       01 WS-MIS-CUR-ACCT       PIC X(10).
       01 WS-MIS-CUR-TX         PIC 9.
       01 WS-MIS-T-ACCT         PIC X(10).
       01 WS-MIS-T-DATE         PIC X(10).
       01 WS-MIS-T-TYPE         PIC X(1).
       01 WS-MIS-T-AMOUNT       PIC 9(7)V99.
       01 WS-MIS-ACCT-LINES     PIC 9(5) VALUE 0.
       01 WS-MIS-TYPE-NAMES-TABLE.
           05 FILLER PIC X(60) VALUE
               'SAVINGS     CHECKING    CERTIFICATE INSTALL LOANALL PRODUCTS'.
       01 WS-MIS-TYPE-NAMES REDEFINES WS-MIS-TYPE-NAMES-TABLE.
           05 WS-MIS-TYPE-NAME OCCURS 5 TIMES PIC X(12).
       01 WS-MIS-TYPE-CODES     PIC X(5) VALUE 'SCTL*'.
       01 WS-MIS-TABLE.
           05 WS-MIS-ROW OCCURS 5 TIMES.
               10 WS-MIS-OPENED     PIC 9(5).
               10 WS-MIS-CLOSED     PIC 9(5).
               10 WS-MIS-DORMANT    PIC 9(5).
               10 WS-MIS-ACCOUNTS   PIC 9(5).
               10 WS-MIS-ME-BAL     PIC S9(11)V99.
               10 WS-MIS-BAL-SUM    PIC S9(13)V99.
               10 WS-MIS-ADB        PIC S9(11)V99.
               10 WS-MIS-INT-PAID   PIC 9(9)V99.
               10 WS-MIS-INT-RCVD   PIC 9(9)V99.
               10 WS-MIS-FEES       PIC 9(9)V99.
               10 WS-MIS-PRIOR-BAL  PIC S9(11)V99.
               10 WS-MIS-GROWTH     PIC S9(11)V99.
               10 WS-MIS-GROWTH-PCT PIC S9(5)V99.
       01 WS-MIS-DAY-TABLE.
           05 WS-MIS-DAY OCCURS 31 TIMES.
               10 WS-MIS-DAY-USED   PIC X(1).
               10 WS-MIS-DAY-BAL    PIC S9(11)V99 OCCURS 4 TIMES.
               10 WS-MIS-DAY-DORM   PIC 9(5) OCCURS 4 TIMES.
               10 WS-MIS-DAY-ACCTS  PIC 9(5) OCCURS 4 TIMES.
               10 WS-MIS-PDAY-USED  PIC X(1).
               10 WS-MIS-PDAY-BAL   PIC S9(11)V99 OCCURS 4 TIMES.
       01 WS-MIS-LABEL          PIC X(28).
       01 WS-MIS-CNT-ED         PIC ZZ,ZZ9.
       01 WS-MIS-AMT-ED         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-MIS-PCT-ED         PIC -ZZZZ9.99.
       01 WS-MISX-PTR           PIC 9(3).
       01 WS-MISX-LEAD          PIC 9(3).
       01 WS-MISX-AMT-ED        PIC -(12)9.99.
       01 WS-MISX-CNT-ED        PIC Z(6)9.
       01 WS-MISX-AMT           PIC S9(13)V99.
       01 WS-MISX-CNT           PIC 9(7).

       01 WS-DEFAULT-BRANCH     PIC X(3) VALUE '001'.
       01 WS-TELLER-BRANCH      PIC X(3) VALUE SPACES.
       01 WS-NEW-BRANCH         PIC X(3).
       01 WS-BR-CHECK-ID        PIC X(3).
       01 WS-BR-CHECK-NAME      PIC X(30).
       01 WS-BR-VALID           PIC X(1).
       01 WS-BM-CHOICE          PIC 9.
       01 WS-BM-DONE            PIC X(1).
       01 WS-BM-ID-IN           PIC X(3).
       01 WS-BM-NAME-IN         PIC X(30).
       01 WS-BM-ACCTS           PIC 9(5).
       01 WS-BM-TELLERS         PIC 9(5).
       01 WS-BM-SCAN-DONE       PIC X(1).
       01 WS-BM-FOUND           PIC X(1).
       01 WS-BM-SAVE-OPER       PIC X(8).
       01 WS-BR-CONV-COUNT      PIC 9(7) VALUE 0.
       01 WS-BRR-CUST-OPEN      PIC X(1) VALUE 'N'.
       01 WS-BRR-ACCT           PIC X(10).
       01 WS-BRR-HOME           PIC X(3).
       01 WS-BRR-EFF            PIC X(3).
       01 WS-BRR-CROSS          PIC X(1).
       01 WS-BRR-SAVE-STATUS    PIC XX.
       01 WS-BRT-USED           PIC 99 VALUE 0.
       01 WS-BRT-IX             PIC 99.
       01 WS-BRT-FOUND-IX       PIC 99.
       01 WS-BRT-LOOK-ID        PIC X(3).
       01 WS-BRT-DONE           PIC X(1).
       01 WS-BRT-TABLE.
           05 WS-BRT-ENT OCCURS 50 TIMES.
               10 WS-BRT-ID        PIC X(3).
               10 WS-BRT-NAME      PIC X(30).
               10 WS-BRT-CNT       PIC 9(5).
               10 WS-BRT-DEP-CNT   PIC 9(5).
               10 WS-BRT-DEP-AMT   PIC 9(9)V99.
               10 WS-BRT-WD-CNT    PIC 9(5).
               10 WS-BRT-WD-AMT    PIC 9(9)V99.
               10 WS-BRT-XOUT-CNT  PIC 9(5).
               10 WS-BRT-XOUT-AMT  PIC 9(9)V99.
               10 WS-BRT-XIN-CNT   PIC 9(5).
               10 WS-BRT-XIN-AMT   PIC 9(9)V99.
       01 WS-BRT-CNT-ED         PIC ZZZZ9.
       01 WS-BRT-AMT-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BRT-AMT2-ED        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-GLB-PREV-COUNT     PIC 9(5).
       01 WS-GLB-USED           PIC 9(3) VALUE 0.
       01 WS-GLB-IX             PIC 9(3).
       01 WS-GLB-FOUND-IX       PIC 9(3).
       01 WS-GLB-TABLE.
           05 WS-GLB-ENT OCCURS 500 TIMES.
               10 WS-GLB-BRANCH    PIC X(3).
               10 WS-GLB-TYPE      PIC X(1).
               10 WS-GLB-COUNT     PIC 9(5).
               10 WS-GLB-AMT       PIC 9(9)V99.
       01 WS-TP-BANK-DEP-CNT    PIC 9(5).
       01 WS-TP-BANK-DEP-AMT    PIC 9(9)V99.
       01 WS-TP-BANK-WD-CNT     PIC 9(5).
       01 WS-TP-BANK-WD-AMT     PIC 9(9)V99.
       01 WS-TP-LABEL           PIC X(8).
       01 WS-CTR-BRANCH         PIC X(3).
       01 WS-CTR-DEP-XB         PIC X(1).
       01 WS-CTR-WD-XB          PIC X(1).
       01 WS-CTR-XB-FLAG        PIC X(1).
       01 WS-CTR-XB-LINES       PIC 9(5) VALUE 0.
       01 WS-CTR-BANK-DEP-CNT   PIC 9(5).
       01 WS-CTR-BANK-DEP-AMT   PIC 9(9)V99.
       01 WS-CTR-BANK-WD-CNT    PIC 9(5).
       01 WS-CTR-BANK-WD-AMT    PIC 9(9)V99.

       01 WS-INS-RUN-DATE       PIC X(10).
       01 WS-INS-LIMIT          PIC 9(9)V99.
       01 WS-INS-DEFAULT-LIMIT  PIC 9(9)V99 VALUE 250000.
       01 WS-INS-LIMIT-SRC      PIC X(1).
       01 WS-INS-OK             PIC X(1).
       01 WS-INS-DONE           PIC X(1).
       01 WS-INS-XDONE          PIC X(1).
       01 WS-INS-XREF-OPEN      PIC X(1).
       01 WS-INS-ACCR-OPEN      PIC X(1).
       01 WS-INS-CM-OPEN        PIC X(1).
       01 WS-INS-ACCT-BAL       PIC S9(9)V99.
       01 WS-INS-ACCRUED        PIC 9(7)V99.
       01 WS-INS-SHARE          PIC 9(9)V99.
       01 WS-INS-REMAIN         PIC S9(9)V99.
       01 WS-INS-POST-AMT       PIC 9(9)V99.
       01 WS-INS-POST-KIND      PIC X(1).
       01 WS-INS-POST-ID        PIC X(10).
       01 WS-INS-POST-CAT       PIC X(1).
       01 WS-INS-POST-ROLE      PIC X(1).
       01 WS-INS-OWN-COUNT      PIC 99.
       01 WS-INS-OWN-IX         PIC 99.
       01 WS-INS-OWNER-TABLE.
           05 WS-INS-OWNER OCCURS 20 TIMES.
               10 WS-INS-OWN-ID    PIC X(10).
               10 WS-INS-OWN-ROLE  PIC X(1).
       01 WS-INS-ACCTS-INCL     PIC 9(7).
       01 WS-INS-ACCTS-EXCL     PIC 9(7).
       01 WS-INS-DEPOSITORS     PIC 9(7).
       01 WS-INS-OVER-COUNT     PIC 9(7).
       01 WS-INS-BANK-SINGLE    PIC 9(13)V99.
       01 WS-INS-BANK-JOINT     PIC 9(13)V99.
       01 WS-INS-BANK-TOTAL     PIC 9(13)V99.
       01 WS-INS-BANK-INSURED   PIC 9(13)V99.
       01 WS-INS-BANK-UNINSURED PIC 9(13)V99.
       01 WS-INS-INS-SINGLE     PIC 9(11)V99.
       01 WS-INS-INS-JOINT      PIC 9(11)V99.
       01 WS-INS-CUST-TOTAL     PIC 9(13)V99.
       01 WS-INS-CUST-INSURED   PIC 9(13)V99.
       01 WS-INS-CUST-UNINS     PIC 9(13)V99.
       01 WS-INS-CAT-BAL        PIC 9(11)V99.
       01 WS-INS-CAT-INSURED    PIC 9(11)V99.
       01 WS-INS-CAT-UNINS      PIC 9(11)V99.
       01 WS-INS-CAT-LABEL      PIC X(10).
       01 WS-INS-NAME           PIC X(30).
       01 WS-INS-AMT-ED         PIC Z(8)9.99.
       01 WS-INS-AMT2-ED        PIC Z(8)9.99.
       01 WS-INS-AMT3-ED        PIC Z(8)9.99.
       01 WS-INS-BIG-ED         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-INS-CNT-ED         PIC Z(6)9.

       01 WS-ODP-INCREMENT      PIC 9(5)V99.
       01 WS-ODP-DEFAULT-INCR   PIC 9(5)V99 VALUE 100.
       01 WS-ODP-NEED-AMT       PIC 9(7)V99.
       01 WS-ODP-SHORTFALL      PIC 9(7)V99.
       01 WS-ODP-SWEEP-AMT      PIC 9(7)V99.
       01 WS-ODP-UNITS          PIC 9(7).
       01 WS-ODP-SAV-AVAIL      PIC S9(7)V99.
       01 WS-ODP-SAV-ID         PIC X(10).
       01 WS-ODP-CHK-ID         PIC X(10).
       01 WS-ODP-SAVE-REC       PIC X(71).
       01 WS-ODP-SAVE-SEARCH    PIC X(10).
       01 WS-ODP-SAVE-AMOUNT    PIC 9(7)V99.
       01 WS-ODP-SAVE-HOLDS     PIC 9(7)V99.
       01 WS-ODP-LINKED         PIC X(1).
       01 WS-ODP-SWEPT          PIC X(1).
       01 WS-ODP-REASON         PIC X(3).
       01 WS-ODP-SOURCE         PIC X(1).
       01 WS-ODP-ITEM-REF       PIC X(16).
       01 WS-ODP-SAV-IN         PIC X(10).
       01 WS-ODP-OLD-ID         PIC X(10).
       01 WS-ODP-OK             PIC X(1).
       01 WS-ODP-RUN-DATE       PIC X(10).
       01 WS-ODP-DONE           PIC X(1).
       01 WS-ODP-PASS           PIC X(1).
       01 WS-ODP-PASS-LINES     PIC 9(5).
       01 WS-ODP-SWEEP-CNT      PIC 9(5).
       01 WS-ODP-SWEEP-TOTAL    PIC 9(9)V99.
       01 WS-ODP-FAIL-CNT       PIC 9(5).
       01 WS-ODP-FAIL-TOTAL     PIC 9(9)V99.
       01 WS-ODP-AMT-ED         PIC ZZZ,ZZ9.99.
       01 WS-ODP-AMT2-ED        PIC ZZZ,ZZ9.99.
       01 WS-ODP-TOT-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ODP-CNT-ED         PIC ZZZZ9.
       01 WS-GL-ODO-COUNT   PIC 9(5) VALUE 0.
       01 WS-GL-ODO-AMT     PIC 9(9)V99 VALUE 0.
       01 WS-GL-ODI-COUNT   PIC 9(5) VALUE 0.
       01 WS-GL-ODI-AMT     PIC 9(9)V99 VALUE 0.

       01 WS-CRD-CHOICE         PIC 9.
       01 WS-CRD-DONE           PIC X(1).
       01 WS-CRD-SAVE-OPER      PIC X(8).
       01 WS-CRD-NUMBER-IN      PIC X(16).
       01 WS-CRD-ACCT-IN        PIC X(10).
       01 WS-CRD-EXPIRY-IN      PIC X(7).
       01 WS-CRD-STATUS-IN      PIC X(1).
       01 WS-CRD-ATM-LIMIT-IN   PIC 9(5)V99.
       01 WS-CRD-POS-LIMIT-IN   PIC 9(5)V99.
       01 WS-CRD-OK             PIC X(1).
       01 WS-CRD-FOUND          PIC X(1).
       01 WS-CRD-LIST-DONE      PIC X(1).
       01 WS-CRD-MATCHES        PIC 9(3).
       01 WS-CRD-LIMIT-ED       PIC ZZ,ZZ9.99.
       01 WS-CRD-LIMIT2-ED      PIC ZZ,ZZ9.99.
       01 WS-CRD-REASON         PIC X(3).
       01 WS-CRD-FILE-DONE      PIC X(1).
       01 WS-CRD-TRY-USED       PIC 9(7)V99.
       01 WS-CRD-COUNT          PIC 9(5).
       01 WS-CRD-POSTED         PIC 9(5).
       01 WS-CRD-REJECTED       PIC 9(5).
       01 WS-CRD-ATM-CNT        PIC 9(5).
       01 WS-CRD-ATM-AMT        PIC 9(9)V99.
       01 WS-CRD-POS-CNT        PIC 9(5).
       01 WS-CRD-POS-AMT        PIC 9(9)V99.
       01 WS-CRD-RFD-CNT        PIC 9(5).
       01 WS-CRD-RFD-AMT        PIC 9(9)V99.
       01 WS-CRD-EXC-AMT        PIC 9(9)V99.
       01 WS-CRD-AMT-ED         PIC ZZZ,ZZ9.99.
       01 WS-CRD-TOT-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CRD-CNT-ED         PIC ZZZZ9.
       01 WS-GL-ATM-COUNT   PIC 9(5) VALUE 0.
       01 WS-GL-ATM-AMT     PIC 9(9)V99 VALUE 0.
       01 WS-GL-POS-COUNT   PIC 9(5) VALUE 0.
       01 WS-GL-POS-AMT     PIC 9(9)V99 VALUE 0.
       01 WS-GL-RFD-COUNT   PIC 9(5) VALUE 0.
       01 WS-GL-RFD-AMT     PIC 9(9)V99 VALUE 0.
       01 WS-GL-CARD-COUNT  PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=============================================="
           ELSE IF WS-CMD-PARM(1:6) = 'EODRUN'
               MOVE WS-CMD-PARM(8:10) TO WS-EOD-RUN-DATE
               PERFORM END-OF-DAY-RUN
           ELSE IF WS-CMD-PARM(1:6) = 'CHGOFF'
               MOVE 'SYSCHGOF' TO WS-TELLER-ID
               MOVE SPACES TO WS-CHG-RUN-DATE
               IF WS-CMD-PARM(8:5) = SPACES
                   MOVE 60 TO WS-CHG-POLICY-DAYS
               ELSE
                   MOVE WS-CMD-PARM(8:5) TO WS-CHG-POLICY-DAYS
               END-IF
               PERFORM AGING-CHARGEOFF-RUN
           ELSE IF WS-CMD-PARM(1:8) = 'CDMATURE'
               MOVE 'SYSCDMAT' TO WS-TELLER-ID
               MOVE WS-CMD-PARM(10:10) TO WS-CD-RUN-DATE
               PERFORM CD-MATURITY-RUN
           ELSE IF WS-CMD-PARM(1:7) = 'LOANDLQ'
               MOVE 'SYSLNDLQ' TO WS-TELLER-ID
               MOVE WS-CMD-PARM(9:10) TO WS-LN-RUN-DATE
               PERFORM LOAN-DELINQUENCY-RUN
           ELSE IF WS-CMD-PARM(1:9) = 'INTEGRITY'
               PERFORM INTEGRITY-AUDIT-RUN
           ELSE IF WS-CMD-PARM(1:6) = 'WLLOAD'
               MOVE 'SYSWLLOD' TO WS-TELLER-ID
               PERFORM WATCHLIST-LOAD-RUN
           ELSE IF WS-CMD-PARM(1:8) = 'RESCREEN'
               MOVE 'SYSRESCR' TO WS-TELLER-ID
               PERFORM SANCTIONS-RESCREEN-RUN
           ELSE IF WS-CMD-PARM(1:7) = 'BALSNAP'
               MOVE WS-CMD-PARM(9:10) TO WS-BH-RUN-DATE
               PERFORM BALANCE-SNAPSHOT-RUN
           ELSE IF WS-CMD-PARM(1:8) = 'MONTHMIS'
               MOVE WS-CMD-PARM(10:7) TO WS-MIS-MONTH
               PERFORM MONTHLY-MIS-RUN
           ELSE IF WS-CMD-PARM(1:7) = 'CONVTLR'
               PERFORM REBUILD-TELLER-FILE
           ELSE IF WS-CMD-PARM(1:9) = 'REBLDTRAN'
               PERFORM REBUILD-TRANSACTION-FILE
           ELSE IF WS-CMD-PARM(1:6) = 'DEPINS'
               MOVE WS-CMD-PARM(8:10) TO WS-INS-RUN-DATE
               PERFORM DEPOSIT-INSURANCE-RUN
           ELSE IF WS-CMD-PARM(1:8) = 'ODPSWEEP'
               MOVE WS-CMD-PARM(10:10) TO WS-ODP-RUN-DATE
               PERFORM OVERDRAFT-SWEEP-REPORT
           ELSE IF WS-CMD-PARM(1:8) = 'CARDSETL'
               MOVE 'SYSCARDS' TO WS-TELLER-ID
               PERFORM CARD-SETTLEMENT-RUN
           ELSE
               PERFORM ENSURE-DEFAULT-BRANCH
               PERFORM OPERATOR-SIGN-ON
               PERFORM UNTIL WS-DONE = 'Y'
                   DISPLAY " "
                   DISPLAY "  3. Deposit Money"
                   DISPLAY "  4. Withdraw Money"
                   DISPLAY "  5. Mini Statement"
                   DISPLAY "  6. Accrue Daily Interest (Savings/CD)"
                   DISPLAY "  7. Close Account"
                   DISPLAY "  8. Full Account Statement"
                   DISPLAY "  9. Balance Reconciliation Report"
                   DISPLAY " 29. Monthly Statement Cycle"
                   DISPLAY " 30. Maintain Tellers"
                   DISPLAY " 31. External Transfer (Outbound)"
                   DISPLAY " 32. Loan Payment"
                   DISPLAY " 33. Sanctions Review Queue"
                   DISPLAY " 34. Card Maintenance"
                   DISPLAY " 35. Exit System"
                   DISPLAY " "
                   DISPLAY "Enter your choice (1-35): " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                       WHEN 1
                       WHEN 31
                           PERFORM EXTERNAL-TRANSFER-CAPTURE
                       WHEN 32
                           PERFORM LOAN-PAYMENT
                       WHEN 33
                           PERFORM SANCTIONS-REVIEW-QUEUE
                       WHEN 34
                           PERFORM MAINTAIN-CARDS
                       WHEN 35
                           DISPLAY "üëã Thank you for using COBOL Banking System!"
                           MOVE 'Y' TO WS-DONE
                       WHEN OTHER
                           DISPLAY "‚ùå Invalid option. Please enter 1-35."
                   END-EVALUATE
               END-PERFORM
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           STOP RUN.

       OPERATOR-SIGN-ON.
           DISPLAY " "
           MOVE SPACES TO WS-TELLER-ID
           MOVE SPACES TO WS-TELLER-BRANCH
           MOVE 'S' TO WS-TLR-CLASS
           MOVE 0 TO WS-TLR-LIMIT
           MOVE 'N' TO WS-TLR-FILE-PRESENT
                           MOVE 'Y' TO WS-TLR-FOUND
                           MOVE TLR-CLASS TO WS-TLR-CLASS
                           MOVE TLR-LIMIT TO WS-TLR-LIMIT
                           MOVE TLR-BRANCH TO WS-TELLER-BRANCH
                       END-IF
               END-READ
               CLOSE TELLER-FILE
           IF WS-TLR-FOUND = 'Y'
               MOVE 'Y' TO WS-TLR-SIGNED-ON
               DISPLAY "Signed on as " WS-TELLER-ID " (class "
                   WS-TLR-CLASS ") at branch " WS-TELLER-BRANCH
           ELSE
               DISPLAY "‚ùå Invalid teller ID or password."
               MOVE SPACES TO WS-SEARCH-ID
                   DISPLAY "  1. Add or Change a Teller"
                   DISPLAY "  2. Deactivate a Teller"
                   DISPLAY "  3. View Tellers"
                   DISPLAY "  4. Maintain Branches"
                   DISPLAY "  5. Back to Main Menu"
                   DISPLAY " "
                   DISPLAY "Enter your choice (1-5): " WITH NO ADVANCING
                   ACCEPT WS-TM-CHOICE
                   EVALUATE WS-TM-CHOICE
                       WHEN 1
                       WHEN 3
                           PERFORM VIEW-TELLERS
                       WHEN 4
                           PERFORM MAINTAIN-BRANCHES
                       WHEN 5
                           MOVE 'Y' TO WS-TM-DONE
                       WHEN OTHER
                           DISPLAY "‚ùå Invalid option. Please enter 1-5."
                   END-EVALUATE
               END-PERFORM
           END-IF.
               WITH NO ADVANCING
           ACCEPT WS-TM-CLASS-IN

           DISPLAY "Enter Home Branch (3 chars): " WITH NO ADVANCING
           ACCEPT WS-BR-CHECK-ID
           PERFORM VALIDATE-BRANCH

           IF WS-TM-CLASS-IN NOT = 'T' AND WS-TM-CLASS-IN NOT = 'S'
               DISPLAY "‚ùå Authority class must be T or S."
           ELSE
            IF WS-BR-VALID = 'N'
               DISPLAY "‚ùå Branch not found or closed: " WS-BR-CHECK-ID
            ELSE
               MOVE 0 TO WS-TM-LIMIT-IN
               IF WS-TM-CLASS-IN = 'T'
                   DISPLAY "Enter transaction limit (0 for none): $"
                   MOVE WS-TM-CLASS-IN TO TLR-CLASS
                   MOVE 'A' TO TLR-STATUS
                   MOVE WS-TM-LIMIT-IN TO TLR-LIMIT
                   MOVE WS-BR-CHECK-ID TO TLR-BRANCH
                   WRITE TELLER-RECORD
                       INVALID KEY
                           READ TELLER-FILE
                                   MOVE WS-TM-CLASS-IN TO TLR-CLASS
                                   MOVE 'A' TO TLR-STATUS
                                   MOVE WS-TM-LIMIT-IN TO TLR-LIMIT
                                   MOVE WS-BR-CHECK-ID TO TLR-BRANCH
                                   REWRITE TELLER-RECORD
                           END-READ
                   END-WRITE
               END-IF

               CLOSE TELLER-FILE
            END-IF
           END-IF.

       DEACTIVATE-TELLER.
       VIEW-TELLERS.
           DISPLAY " "
           DISPLAY "üìã TELLER MASTER"
           DISPLAY "Teller ID | C | S | Br  | Limit"
           DISPLAY "----------|---|---|-----|------------"

           OPEN INPUT TELLER-FILE

                   IF FILE-STATUS = "00"
                       MOVE TLR-LIMIT TO WS-TLR-LIMIT-ED
                       DISPLAY TLR-ID "  | " TLR-CLASS " | " TLR-STATUS
                           " | " TLR-BRANCH " | $" WS-TLR-LIMIT-ED
                   END-IF
               END-PERFORM
           END-IF

           CLOSE TELLER-FILE.

       MAINTAIN-BRANCHES.
           MOVE 'N' TO WS-BM-DONE

           PERFORM UNTIL WS-BM-DONE = 'Y'
               DISPLAY " "
               DISPLAY "‚öô BRANCH MASTER MAINTENANCE"
               DISPLAY "==========================="
               DISPLAY "  1. Add or Change a Branch"
               DISPLAY "  2. Close a Branch"
               DISPLAY "  3. View Branches"
               DISPLAY "  4. Back to Teller Maintenance"
               DISPLAY " "
               DISPLAY "Enter your choice (1-4): " WITH NO ADVANCING
               ACCEPT WS-BM-CHOICE
               EVALUATE WS-BM-CHOICE
                   WHEN 1
                       PERFORM ADD-CHANGE-BRANCH
                   WHEN 2
                       PERFORM CLOSE-BRANCH
                   WHEN 3
                       PERFORM VIEW-BRANCHES
                   WHEN 4
                       MOVE 'Y' TO WS-BM-DONE
                   WHEN OTHER
                       DISPLAY "‚ùå Invalid option. Please enter 1-4."
               END-EVALUATE
           END-PERFORM.

       ADD-CHANGE-BRANCH.
           DISPLAY " "
           DISPLAY "Enter Branch ID (3 chars): " WITH NO ADVANCING
           ACCEPT WS-BM-ID-IN

           DISPLAY "Enter Branch Name (max 30 chars): " WITH NO ADVANCING
           ACCEPT WS-BM-NAME-IN

           IF WS-BM-ID-IN = SPACES
               DISPLAY "‚ùå Branch ID is required."
           ELSE
               OPEN I-O BRANCH-FILE
               IF FILE-STATUS = "35"
                   OPEN OUTPUT BRANCH-FILE
               END-IF

               IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Error opening branch master file: "
                       FILE-STATUS
               ELSE
                   MOVE WS-BM-ID-IN TO BR-ID
                   MOVE WS-BM-NAME-IN TO BR-NAME
                   MOVE 'A' TO BR-STATUS
                   WRITE BRANCH-RECORD
                       INVALID KEY
                           READ BRANCH-FILE
                               NOT INVALID KEY
                                   MOVE WS-BM-NAME-IN TO BR-NAME
                                   MOVE 'A' TO BR-STATUS
                                   REWRITE BRANCH-RECORD
                           END-READ
                   END-WRITE

                   DISPLAY " "
                   DISPLAY "‚úÖ Branch saved: " WS-BM-ID-IN
               END-IF

               CLOSE BRANCH-FILE
           END-IF.

       CLOSE-BRANCH.
           DISPLAY " "
           DISPLAY "Enter Branch ID to close: " WITH NO ADVANCING
           ACCEPT WS-BM-ID-IN

           PERFORM COUNT-BRANCH-USAGE

           IF WS-BM-ACCTS > 0 OR WS-BM-TELLERS > 0
               DISPLAY "‚ùå Branch still in use: " WS-BM-ACCTS
                   " open account(s), " WS-BM-TELLERS " active teller(s)."
               DISPLAY "   Transfer them to another branch first."
           ELSE
               OPEN I-O BRANCH-FILE

               IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Error opening branch master file: "
                       FILE-STATUS
               ELSE
                   MOVE WS-BM-ID-IN TO BR-ID
                   READ BRANCH-FILE
                       INVALID KEY
                           DISPLAY "‚ùå Branch not found: " WS-BM-ID-IN
                       NOT INVALID KEY
                           MOVE 'X' TO BR-STATUS
                           REWRITE BRANCH-RECORD
                           DISPLAY "‚úÖ Branch closed: " WS-BM-ID-IN
                   END-READ
                   CLOSE BRANCH-FILE
               END-IF
           END-IF.

       COUNT-BRANCH-USAGE.
           MOVE 0 TO WS-BM-ACCTS
           MOVE 0 TO WS-BM-TELLERS

           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS = "00"
               MOVE 'N' TO WS-BM-SCAN-DONE
               PERFORM UNTIL WS-BM-SCAN-DONE = 'Y'
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BM-SCAN-DONE
                       NOT AT END
                           IF ACCT-BRANCH = WS-BM-ID-IN
                               AND ACCT-STATUS NOT = 'X'
                               ADD 1 TO WS-BM-ACCTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF

           OPEN INPUT TELLER-FILE
           IF FILE-STATUS = "00"
               MOVE 'N' TO WS-BM-SCAN-DONE
               PERFORM UNTIL WS-BM-SCAN-DONE = 'Y'
                   READ TELLER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BM-SCAN-DONE
                       NOT AT END
                           IF TLR-BRANCH = WS-BM-ID-IN
                               AND TLR-STATUS = 'A'
                               ADD 1 TO WS-BM-TELLERS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TELLER-FILE
           END-IF.

       VIEW-BRANCHES.
           DISPLAY " "
           DISPLAY "üìã BRANCH MASTER"
           DISPLAY "ID  | S | Name"
           DISPLAY "----|---|------------------------------"

           OPEN INPUT BRANCH-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "No branches on file."
           ELSE
               PERFORM UNTIL FILE-STATUS = "10"
                   READ BRANCH-FILE NEXT RECORD
                   IF FILE-STATUS = "00"
                       DISPLAY BR-ID " | " BR-STATUS " | " BR-NAME
                   END-IF
               END-PERFORM
           END-IF

           CLOSE BRANCH-FILE.

       ENSURE-DEFAULT-BRANCH.
           OPEN I-O BRANCH-FILE
           IF FILE-STATUS = "35"
               OPEN OUTPUT BRANCH-FILE
               IF FILE-STATUS = "00"
                   MOVE WS-DEFAULT-BRANCH TO BR-ID
                   MOVE 'MAIN OFFICE' TO BR-NAME
                   MOVE 'A' TO BR-STATUS
                   WRITE BRANCH-RECORD
                   DISPLAY "Branch master created with branch "
                       WS-DEFAULT-BRANCH " MAIN OFFICE."
               END-IF
           END-IF

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening branch master file: " FILE-STATUS
           END-IF

           CLOSE BRANCH-FILE.

       VALIDATE-BRANCH.
           MOVE 'N' TO WS-BR-VALID
           MOVE SPACES TO WS-BR-CHECK-NAME
           OPEN INPUT BRANCH-FILE
           IF FILE-STATUS = "00"
               MOVE WS-BR-CHECK-ID TO BR-ID
               READ BRANCH-FILE
                   NOT INVALID KEY
                       IF BR-STATUS = 'A'
                           MOVE 'Y' TO WS-BR-VALID
                           MOVE BR-NAME TO WS-BR-CHECK-NAME
                       END-IF
               END-READ
               CLOSE BRANCH-FILE
           END-IF.

       CAPTURE-HOME-BRANCH.
           IF WS-TELLER-BRANCH = SPACES
               MOVE WS-DEFAULT-BRANCH TO WS-NEW-BRANCH
           ELSE
               MOVE WS-TELLER-BRANCH TO WS-NEW-BRANCH
           END-IF

           DISPLAY "Enter Home Branch (blank for " WS-NEW-BRANCH "): "
               WITH NO ADVANCING
           ACCEPT WS-BR-CHECK-ID
           IF WS-BR-CHECK-ID = SPACES
               MOVE WS-NEW-BRANCH TO WS-BR-CHECK-ID
           END-IF

           PERFORM VALIDATE-BRANCH
           IF WS-BR-VALID = 'Y'
               MOVE WS-BR-CHECK-ID TO WS-NEW-BRANCH
           ELSE
               DISPLAY "‚ùå Branch not found or closed: " WS-BR-CHECK-ID
               MOVE 'N' TO WS-NEW-ACCT-OK
           END-IF.

       CREATE-ACCOUNT.
           DISPLAY " "
           DISPLAY "üí≥ CREATE NEW ACCOUNT"
               PERFORM ADD-CUSTOMER-MASTER
           END-IF

           DISPLAY "Enter Initial Balance (Loan Amount for loans): $"
               WITH NO ADVANCING
           ACCEPT WS-BALANCE
           
           DISPLAY "Enter Account Type (S=Savings, C=Checking, "
               "T=Time Deposit, L=Installment Loan): " WITH NO ADVANCING
           ACCEPT WS-TYPE

           MOVE 0 TO WS-OD-LIMIT
               ACCEPT WS-OD-LIMIT
           END-IF

           MOVE 'Y' TO WS-NEW-ACCT-OK
           PERFORM CAPTURE-HOME-BRANCH
           IF WS-TYPE = 'T' AND WS-NEW-ACCT-OK = 'Y'
               PERFORM CAPTURE-CD-TERMS
           END-IF
           IF WS-TYPE = 'L' AND WS-NEW-ACCT-OK = 'Y'
               PERFORM CAPTURE-LOAN-TERMS
           END-IF

           IF WS-NEW-ACCT-OK = 'Y'
               PERFORM WRITE-CUSTOMER-RECORD
           ELSE
               MOVE 'N' TO WS-ACCT-CREATED
           END-IF

           IF WS-ACCT-CREATED = 'Y' AND WS-TYPE = 'T'
               PERFORM WRITE-CD-MASTER
           END-IF
           IF WS-ACCT-CREATED = 'Y' AND WS-TYPE = 'L'
               PERFORM BOOK-LOAN
           END-IF

           IF WS-ACCT-CREATED = 'Y'
               MOVE WS-ACCT-ID TO WS-CM-ACCT
               IF WS-TYPE = 'C'
                   DISPLAY "   Overdraft Limit: $" WS-OD-LIMIT
               END-IF
               IF WS-TYPE = 'T'
                   DISPLAY "   Term: " WS-CD-TERM-IN " months"
                   DISPLAY "   Maturity Date: " WS-CD-MATURITY
                   DISPLAY "   Locked Rate: " WS-CD-RATE
                   DISPLAY "   At Maturity: " WS-CD-INSTR-IN
                   IF WS-CD-INSTR-IN = 'P'
                       DISPLAY "   Payout Account: " WS-CD-PAYOUT-IN
                   END-IF
               END-IF
               IF WS-TYPE = 'L'
                   MOVE WS-LN-PRINCIPAL-IN TO WS-LN-AMT-ED
                   DISPLAY "   Loan Amount: $" WS-LN-AMT-ED
                   DISPLAY "   Annual Rate: " WS-LN-RATE-IN
                   DISPLAY "   Term: " WS-LN-TERM-IN " months"
                   MOVE WS-LN-PAYMENT TO WS-LN-AMT-ED
                   DISPLAY "   Monthly Payment: $" WS-LN-AMT-ED
                   DISPLAY "   First Payment Due: " WS-LN-FIRST-DUE-IN
                   IF WS-LN-DISB-IN = SPACES
                       DISPLAY "   Disbursed by: OFFICIAL CHECK"
                   ELSE
                       DISPLAY "   Disbursed to: " WS-LN-DISB-IN
                   END-IF
                   DISPLAY "   See LOANSCHD.PRT for the amortization schedule."
               END-IF
           END-IF.

       VIEW-ACCOUNTS.
               IF WS-ACCT-CLOSED = 'Y'
                   DISPLAY "‚ùå Account is closed: " WS-SEARCH-ID
               ELSE
                IF WS-POST-REASON = 'LNA'
                   DISPLAY "‚ùå Account is a loan: " WS-SEARCH-ID
                   DISPLAY "   Use Loan Payment to pay a loan."
                ELSE
                   DISPLAY "‚ùå Account not found: " WS-SEARCH-ID
                END-IF
               END-IF
           END-IF.

           END-IF.

       WITHDRAW-APPLY.
           PERFORM CHECK-CD-EARLY-WITHDRAWAL

           IF WS-CD-WD-OK = 'Y' AND WS-CD-EARLY = 'Y'
               PERFORM CHECK-CD-PENALTY-COVER
           END-IF

           IF WS-CD-WD-OK = 'Y'
               MOVE 'Y' TO WS-CD-DEBIT-OK
               PERFORM UPDATE-BALANCE-SUBTRACT
               MOVE 'N' TO WS-CD-DEBIT-OK

               IF WS-FOUND = 'Y'
                   IF WS-CD-EARLY = 'Y'
                       PERFORM POST-CD-PENALTY
                   END-IF
                   DISPLAY " "
                   DISPLAY "‚úÖ Withdrawal successful!"
                   DISPLAY "   Account ID: " WS-SEARCH-ID
                   DISPLAY "   Amount withdrawn: $" WS-AMOUNT
                   IF WS-CD-EARLY = 'Y'
                       MOVE WS-CD-PENALTY TO WS-CD-AMT-ED
                       DISPLAY "   Early withdrawal penalty: $"
                           WS-CD-AMT-ED
                   END-IF
                   MOVE WS-NEW-BALANCE TO WS-BALANCE-DISP-ED
                   DISPLAY "   New balance: $" WS-BALANCE-DISP-ED
               ELSE
                   DISPLAY " "
                   IF WS-ACCT-CLOSED = 'Y'
                       DISPLAY "‚ùå Account is closed: " WS-SEARCH-ID
                   ELSE
                       DISPLAY "‚ùå Account not found: " WS-SEARCH-ID
                   END-IF
               END-IF
           END-IF.

                           DISPLAY "‚ùå Account is closed: " WS-SEARCH-ID
                           MOVE 'CLS' TO WS-POST-REASON
                         ELSE
                          IF ACCT-STATUS = 'D' OR ACCT-STATUS = 'C'
                              OR (ACCT-TYPE = 'T' AND WS-CD-DEBIT-OK NOT = 'Y')
                              OR ACCT-TYPE = 'L'
                           DISPLAY " "
                           IF ACCT-STATUS = 'C'
                               DISPLAY "‚ùå Account is charged off: "
                                   WS-SEARCH-ID
                               DISPLAY "   Transfers out are blocked."
                               MOVE 'CHG' TO WS-POST-REASON
                           ELSE
                            IF ACCT-STATUS = 'D'
                               DISPLAY "‚ùå Account is dormant: " WS-SEARCH-ID
                               DISPLAY "   Transfers out are blocked until a"
                               DISPLAY "   supervised reactivation."
                               MOVE 'DOR' TO WS-POST-REASON
                            ELSE
                             IF ACCT-TYPE = 'L'
                               DISPLAY "‚ùå Account is a loan: " WS-SEARCH-ID
                               DISPLAY "   Transfers out are blocked."
                               MOVE 'LNA' TO WS-POST-REASON
                             ELSE
                               DISPLAY "‚ùå Account is a time deposit: "
                                   WS-SEARCH-ID
                               DISPLAY "   Transfers out are made only at maturity."
                               MOVE 'TDA' TO WS-POST-REASON
                             END-IF
                            END-IF
                           END-IF
                          ELSE
                           PERFORM COMPUTE-ACTIVE-HOLDS
                           COMPUTE WS-AVAILABLE = BALANCE + OD-LIMIT
                                   DISPLAY "‚ùå Account is closed: " WS-XFER-TARGET-ID
                                   MOVE 'CLS' TO WS-POST-REASON
                               ELSE
                                IF ACCT-TYPE = 'L'
                                   DISPLAY " "
                                   DISPLAY "‚ùå Account is a loan: " WS-XFER-TARGET-ID
                                   DISPLAY "   Use Loan Payment to pay a loan."
                                   MOVE 'LNA' TO WS-POST-REASON
                                ELSE
                                   MOVE 'Y' TO WS-XFER-TGT-OK
                                END-IF
                               END-IF
                       END-READ
                   END-IF
           IF WS-OVR-OK = 'Y'
               PERFORM ENSURE-SETTLEMENT-ACCOUNT

               MOVE WS-EXT-BENE-IN TO WS-SCR-NAME
               PERFORM SCREEN-NAME
               IF WS-SCR-HIT = 'Y'
                   MOVE 'R' TO WS-EXT-NEW-STATUS
               ELSE
                   MOVE 'P' TO WS-EXT-NEW-STATUS
               END-IF

               PERFORM GET-CURRENT-DATETIME
               MOVE SPACES TO WS-EXT-REF
               STRING "EX" WS-CURRENT-DATE WS-CURRENT-TIME
                   DISPLAY "   Reference:    " WS-EXT-REF
                   MOVE WS-NEW-BALANCE TO WS-BALANCE-DISP-ED
                   DISPLAY "   New source balance: $" WS-BALANCE-DISP-ED

                   IF WS-EXT-NEW-STATUS = 'R'
                       DISPLAY " "
                       DISPLAY "‚ùå Beneficiary matches watch-list entry "
                           WS-SCR-LIST-ID " " WS-SCR-LIST-NAME
                       DISPLAY "   Transfer held for supervisor review; "
                           "it will not be sent until cleared."
                       MOVE 'O' TO WS-SQ-SOURCE
                       MOVE WS-EXT-REF TO WS-SQ-SUBJECT
                       MOVE WS-EXT-ACCT-IN TO WS-SQ-ACCT
                       PERFORM QUEUE-SANCTIONS-HIT
                   END-IF
               END-IF
               MOVE 'P' TO WS-EXT-NEW-STATUS
           END-IF.

       ENSURE-SETTLEMENT-ACCOUNT.
                       MOVE 0 TO OD-LIMIT
                       MOVE 'A' TO ACCT-STATUS
                       MOVE SPACES TO LAST-INTEREST-DATE
                       MOVE SPACES TO ACCT-BRANCH
                       WRITE CUSTOMER-RECORD
                       MOVE SPACES TO WS-JRNL-BEFORE
                       MOVE 'W' TO WS-JRNL-ACTION

           CLOSE CUSTOMER-FILE.

       ENSURE-LOSS-ACCOUNT.
           OPEN I-O CUSTOMER-FILE
           IF FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-FILE
           END-IF

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening customer file: " FILE-STATUS
           ELSE
               MOVE WS-LOSS-ACCT TO ACCT-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE WS-LOSS-ACCT TO ACCT-ID
                       MOVE 'CHARGE-OFF LOSSES' TO NAME
                       MOVE 0 TO BALANCE
                       MOVE 'C' TO ACCT-TYPE
                       MOVE 0 TO OD-LIMIT
                       MOVE 'A' TO ACCT-STATUS
                       MOVE SPACES TO LAST-INTEREST-DATE
                       MOVE SPACES TO ACCT-BRANCH
                       WRITE CUSTOMER-RECORD
                       MOVE SPACES TO WS-JRNL-BEFORE
                       MOVE 'W' TO WS-JRNL-ACTION
                       PERFORM WRITE-JOURNAL-RECORD
                       DISPLAY "Charge-off loss account created: "
                           WS-LOSS-ACCT
               END-READ
           END-IF

           CLOSE CUSTOMER-FILE.

       POST-EXTERNAL-DEBIT.
           MOVE 'N' TO WS-EXT-OK
           OPEN I-O CUSTOMER-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening customer file: " FILE-STATUS
           ELSE
                       DISPLAY " "
                       DISPLAY "‚ùå Account is closed: " WS-SEARCH-ID
                     ELSE
                      IF ACCT-STATUS = 'D' OR ACCT-STATUS = 'C'
                          OR ACCT-TYPE = 'T' OR ACCT-TYPE = 'L'
                       DISPLAY " "
                       IF ACCT-STATUS = 'C'
                           DISPLAY "‚ùå Account is charged off: " WS-SEARCH-ID
                           DISPLAY "   External transfers are blocked."
                       ELSE
                        IF ACCT-STATUS = 'D'
                           DISPLAY "‚ùå Account is dormant: " WS-SEARCH-ID
                           DISPLAY "   External transfers are blocked until a"
                           DISPLAY "   supervised reactivation."
                        ELSE
                         IF ACCT-TYPE = 'L'
                           DISPLAY "‚ùå Account is a loan: " WS-SEARCH-ID
                           DISPLAY "   External transfers are blocked."
                         ELSE
                           DISPLAY "‚ùå Account is a time deposit: " WS-SEARCH-ID
                           DISPLAY "   External transfers are blocked."
                         END-IF
                        END-IF
                       END-IF
                      ELSE
                       PERFORM COMPUTE-ACTIVE-HOLDS
                       COMPUTE WS-AVAILABLE = BALANCE + OD-LIMIT
               MOVE WS-EXT-DEST-IN TO EXT-DEST-ACCT
               MOVE WS-EXT-BENE-IN TO EXT-BENE-NAME
               MOVE WS-DATE-STRING TO EXT-ENTRY-DATE
               MOVE WS-EXT-NEW-STATUS TO EXT-STATUS
               WRITE EXTXFER-RECORD
                   INVALID KEY
                       DISPLAY "‚ùå Error writing EXTXFER.DAT: " FILE-STATUS
                       IF ACCT-STATUS = 'X'
                           MOVE 'CLS' TO WS-XFI-REASON
                       ELSE
                        IF ACCT-TYPE = 'L'
                           MOVE 'LNA' TO WS-XFI-REASON
                        ELSE
                         PERFORM SCREEN-INBOUND-CREDIT
                         IF WS-SCR-HIT = 'Y'
                           MOVE 'SAN' TO WS-XFI-REASON
                         ELSE
                           MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
                           ADD XFI-AMOUNT TO BALANCE
                           PERFORM REWRITE-CUSTOMER-JOURNALED
                           MOVE XFI-AMOUNT TO WS-AMOUNT
                           MOVE XFI-REF TO WS-EXT-REF
                           PERFORM LOG-TRANSACTION-EXT-CREDIT
                         END-IF
                        END-IF
                       END-IF
               END-READ
           END-IF

           CLOSE CUSTOMER-FILE.

       SCREEN-INBOUND-CREDIT.
           MOVE XFI-ORIG-NAME TO WS-SCR-NAME
           PERFORM SCREEN-NAME
           IF WS-SCR-HIT = 'N'
               MOVE NAME TO WS-SCR-NAME
               PERFORM SCREEN-NAME
           END-IF

           IF WS-SCR-HIT = 'Y'
               MOVE 'I' TO WS-SQ-SOURCE
               MOVE XFI-REF TO WS-SQ-SUBJECT
               MOVE XFI-ACCT-ID TO WS-SQ-ACCT
               PERFORM QUEUE-SANCTIONS-HIT
           END-IF.

       WRITE-XFER-EXC-HEADER.
           PERFORM GET-CURRENT-DATETIME
           MOVE SPACES TO XFER-EXC-REC
                           MOVE 'N' TO WS-FOUND
                           MOVE 'CLS' TO WS-POST-REASON
                       ELSE
                        IF ACCT-TYPE = 'L'
                           MOVE 'N' TO WS-FOUND
                           MOVE 'LNA' TO WS-POST-REASON
                        ELSE
                           MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
                           ADD WS-AMOUNT TO BALANCE
                           MOVE BALANCE TO WS-NEW-BALANCE
                           PERFORM REWRITE-CUSTOMER-JOURNALED
                           MOVE 'Y' TO WS-FOUND
                           PERFORM LOG-TRANSACTION-DEPOSIT
                        END-IF
                       END-IF
               END-READ
           END-IF
                       MOVE 'N' TO WS-FOUND
                       MOVE 'CLS' TO WS-POST-REASON
                     ELSE
                      IF ACCT-STATUS = 'D' OR ACCT-STATUS = 'C'
                          OR (ACCT-TYPE = 'T' AND WS-CD-DEBIT-OK NOT = 'Y')
                          OR ACCT-TYPE = 'L'
                       DISPLAY " "
                       IF ACCT-STATUS = 'C'
                           DISPLAY "‚ùå Account is charged off: " WS-SEARCH-ID
                           DISPLAY "   Debits are blocked. Refer the customer"
                           DISPLAY "   to Collections."
                           MOVE 'CHG' TO WS-POST-REASON
                       ELSE
                        IF ACCT-STATUS = 'D'
                           DISPLAY "‚ùå Account is dormant: " WS-SEARCH-ID
                           DISPLAY "   Withdrawals are blocked until a supervised"
                           DISPLAY "   reactivation through Maintain Account."
                           MOVE 'DOR' TO WS-POST-REASON
                        ELSE
                         IF ACCT-TYPE = 'L'
                           DISPLAY "‚ùå Account is a loan: " WS-SEARCH-ID
                           DISPLAY "   Loan accounts cannot be debited directly."
                           MOVE 'LNA' TO WS-POST-REASON
                         ELSE
                           DISPLAY "‚ùå Account is a time deposit: " WS-SEARCH-ID
                           DISPLAY "   Withdrawals must be made at the teller."
                           MOVE 'TDA' TO WS-POST-REASON
                         END-IF
                        END-IF
                       END-IF
                       MOVE 'N' TO WS-FOUND
                      ELSE
                       PERFORM COMPUTE-ACTIVE-HOLDS
                       COMPUTE WS-AVAILABLE = BALANCE + OD-LIMIT
                           - WS-HOLD-TOTAL
                       IF WS-AVAILABLE < WS-AMOUNT
                           MOVE WS-AMOUNT TO WS-ODP-NEED-AMT
                           MOVE 'D' TO WS-ODP-SOURCE
                           MOVE SPACES TO WS-ODP-ITEM-REF
                           PERFORM ODP-TRY-SWEEP
                       END-IF
                       IF WS-AVAILABLE >= WS-AMOUNT
                           MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
                           SUBTRACT WS-AMOUNT FROM BALANCE
               MOVE WS-OD-LIMIT TO OD-LIMIT
               MOVE 'A' TO ACCT-STATUS
               MOVE SPACES TO LAST-INTEREST-DATE
               MOVE WS-NEW-BRANCH TO ACCT-BRANCH
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "‚ùå Account ID already exists: " WS-ACCT-ID
                           DISPLAY " "
                           DISPLAY "‚ùå Account is already closed: " WS-SEARCH-ID
                       ELSE
                        IF ACCT-STATUS = 'D' OR ACCT-STATUS = 'C'
                           DISPLAY " "
                           IF ACCT-STATUS = 'C'
                               DISPLAY "‚ùå Account is charged off: "
                                   WS-SEARCH-ID
                               DISPLAY "   Charged-off accounts stay open"
                                   " for Collections."
                           ELSE
                               DISPLAY "‚ùå Account is dormant: " WS-SEARCH-ID
                               DISPLAY "   Closure is blocked until a supervised"
                               DISPLAY "   reactivation through Maintain Account."
                           END-IF
                        ELSE
                         PERFORM COMPUTE-ACTIVE-HOLDS
                         IF WS-HOLD-TOTAL > 0
                               MOVE 'N' TO WS-CONFIRM
                           END-IF

                           MOVE 'N' TO WS-CD-EARLY
                           IF WS-CONFIRM = 'Y' AND ACCT-TYPE = 'T'
                               AND BALANCE > 0
                               MOVE BALANCE TO WS-PAYOUT-AMT
                               MOVE WS-PAYOUT-AMT TO WS-AMOUNT
                               PERFORM CHECK-CD-EARLY-WITHDRAWAL
                               IF WS-CD-WD-OK = 'N'
                                   MOVE 'N' TO WS-CONFIRM
                               END-IF
                           END-IF

                           IF WS-CONFIRM = 'Y'
                               IF WS-CD-EARLY = 'Y'
                                   IF WS-CD-PENALTY > BALANCE
                                       MOVE BALANCE TO WS-CD-PENALTY
                                   END-IF
                                   IF WS-CD-PENALTY > 0
                                       SUBTRACT WS-CD-PENALTY FROM BALANCE
                                       MOVE WS-CD-PENALTY TO WS-AMOUNT
                                       PERFORM LOG-TRANSACTION-PENALTY
                                       MOVE WS-CD-PENALTY TO WS-CD-AMT-ED
                                       DISPLAY "Early withdrawal penalty: $"
                                           WS-CD-AMT-ED
                                   END-IF
                               END-IF

                               IF BALANCE > 0
                                   MOVE BALANCE TO WS-PAYOUT-AMT
                                   SUBTRACT WS-PAYOUT-AMT FROM BALANCE
                                       MOVE 'X' TO ACCT-STATUS
                                       PERFORM REWRITE-CUSTOMER-JOURNALED
                                       MOVE 'Y' TO WS-FOUND
                                       IF ACCT-TYPE = 'T'
                                           PERFORM CLOSE-CD-MASTER
                                       END-IF

                                       DISPLAY " "
                                       DISPLAY "‚úÖ Account closed: " WS-SEARCH-ID
                               MOVE 'Y' TO WS-REV-OK
                               PERFORM LOG-TRANSACTION-REVERSAL-CR
                           ELSE
                             IF ACCT-STATUS = 'C'
                               DISPLAY " "
                               DISPLAY "‚ùå Account is charged off: "
                                   WS-SEARCH-ID
                               DISPLAY "   A deposit reversal cannot be"
                                   " debited."
                             ELSE
                               PERFORM COMPUTE-ACTIVE-HOLDS
                               COMPUTE WS-AVAILABLE = BALANCE + OD-LIMIT
                                   - WS-HOLD-TOTAL
                                   DISPLAY "   Current balance: $"
                                       WS-BALANCE-DISP-ED
                               END-IF
                             END-IF
                           END-IF
                       END-IF
               END-READ
                   MOVE BATCH-TARGET-ID TO WS-XFER-TARGET-ID
                   PERFORM POST-TRANSFER
                   MOVE WS-XFER-OK TO WS-FOUND
               WHEN 'L'
                   MOVE BATCH-ACCT-ID TO WS-LN-ACCT-IN
                   MOVE BATCH-TARGET-ID TO WS-LN-FROM-ACCT
                   MOVE 'N' TO WS-LN-USE-PAY-ACCT
                   MOVE SPACES TO WS-LN-RUN-DATE
                   PERFORM POST-LOAN-PAYMENT
                   MOVE WS-LN-PAY-OK TO WS-FOUND
               WHEN OTHER
                   DISPLAY "‚ùå Unknown transaction type '" BATCH-TRANS-TYPE
                       "' for account " BATCH-ACCT-ID
                        IF ACCT-STATUS = 'D'
                           MOVE 'DOR' TO WS-CHK-REASON
                        ELSE
                         IF ACCT-STATUS = 'C'
                           MOVE 'CHG' TO WS-CHK-REASON
                         ELSE
                          IF ACCT-TYPE = 'T'
                           MOVE 'TDA' TO WS-CHK-REASON
                          ELSE
                          IF ACCT-TYPE = 'L'
                           MOVE 'LNA' TO WS-CHK-REASON
                          ELSE
                           MOVE CHK-ACCT-ID TO WS-SEARCH-ID
                           PERFORM COMPUTE-ACTIVE-HOLDS
                           COMPUTE WS-AVAILABLE = BALANCE + OD-LIMIT
                               - WS-HOLD-TOTAL
                           IF WS-AVAILABLE < CHK-AMOUNT
                               MOVE CHK-AMOUNT TO WS-ODP-NEED-AMT
                               MOVE 'K' TO WS-ODP-SOURCE
                               MOVE SPACES TO WS-ODP-ITEM-REF
                               STRING "CHK " CHK-NUMBER DELIMITED BY SIZE
                                   INTO WS-ODP-ITEM-REF
                               PERFORM ODP-TRY-SWEEP
                           END-IF
                           IF WS-AVAILABLE >= CHK-AMOUNT
                               MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
                               SUBTRACT CHK-AMOUNT FROM BALANCE
                           ELSE
                               MOVE 'NSF' TO WS-CHK-REASON
                           END-IF
                          END-IF
                          END-IF
                         END-IF
                        END-IF
                       END-IF
               END-READ
           DISPLAY "Reading legacy flat CUSTOMERS.DAT.OLD and rebuilding"
           DISPLAY "the indexed CUSTOMERS.DAT from it."

           PERFORM ENSURE-DEFAULT-BRANCH
           MOVE 0 TO WS-CONVERT-COUNT
           OPEN INPUT CUSTOMER-FILE-OLD

                           MOVE OLD-OD-LIMIT TO OD-LIMIT
                           MOVE OLD-ACCT-STATUS TO ACCT-STATUS
                           MOVE OLD-LAST-INTEREST-DATE TO LAST-INTEREST-DATE
                           MOVE WS-DEFAULT-BRANCH TO ACCT-BRANCH
                           WRITE CUSTOMER-RECORD
                               INVALID KEY
                                   DISPLAY "‚ùå Duplicate account id, skipped: "
           DISPLAY "Rename the current CUSTOMERS.DAT to CUSTOMERS.DAT.PRIOR"
           DISPLAY "before running this rebuild."

           PERFORM ENSURE-DEFAULT-BRANCH
           MOVE 0 TO WS-CONVERT-COUNT
           OPEN INPUT CUSTOMER-FILE-PRIOR

                           MOVE PRIOR-ACCT-STATUS TO ACCT-STATUS
                           MOVE PRIOR-LAST-INTEREST-DATE
                               TO LAST-INTEREST-DATE
                           MOVE WS-DEFAULT-BRANCH TO ACCT-BRANCH
                           WRITE CUSTOMER-RECORD
                               INVALID KEY
                                   DISPLAY "‚ùå Duplicate account id, skipped: "
                           MOVE OLD-TRANS-AMOUNT TO TRANS-AMOUNT
                           MOVE OLD-TRANS-REF TO TRANS-REF
                           MOVE 'SYSCONV' TO TRANS-TELLER
                           MOVE SPACES TO TRANS-BRANCH
                           MOVE 'N' TO WS-TRANS-LOG-DONE
                           PERFORM UNTIL WS-TRANS-LOG-DONE = 'Y'
                               WRITE TRANSACTION-RECORD
               END-IF
           END-IF.

       REBUILD-TELLER-FILE.
           DISPLAY " "
           DISPLAY "üîÑ ONE-TIME TELLER FILE REBUILD"
           DISPLAY "================================"
           DISPLAY "Reading the prior TELLERS.DAT.PRIOR and rebuilding"
           DISPLAY "TELLERS.DAT with every teller assigned to branch "
               WS-DEFAULT-BRANCH "."
           DISPLAY "Rename the current TELLERS.DAT to TELLERS.DAT.PRIOR"
           DISPLAY "before running this rebuild."

           PERFORM ENSURE-DEFAULT-BRANCH
           MOVE 0 TO WS-BR-CONV-COUNT
           OPEN INPUT TELLER-FILE-PRIOR

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening TELLERS.DAT.PRIOR: " FILE-STATUS
           ELSE
               OPEN OUTPUT TELLER-FILE
               IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Error opening TELLERS.DAT: " FILE-STATUS
                   CLOSE TELLER-FILE-PRIOR
               ELSE
                   PERFORM UNTIL FILE-STATUS = "10"
                       READ TELLER-FILE-PRIOR NEXT RECORD
                       IF FILE-STATUS = "00"
                           MOVE PTLR-ID TO TLR-ID
                           MOVE PTLR-PASSWORD TO TLR-PASSWORD
                           MOVE PTLR-CLASS TO TLR-CLASS
                           MOVE PTLR-STATUS TO TLR-STATUS
                           MOVE PTLR-LIMIT TO TLR-LIMIT
                           MOVE WS-DEFAULT-BRANCH TO TLR-BRANCH
                           WRITE TELLER-RECORD
                               INVALID KEY
                                   DISPLAY "‚ùå Duplicate teller id, skipped: "
                                       PTLR-ID
                               NOT INVALID KEY
                                   ADD 1 TO WS-BR-CONV-COUNT
                           END-WRITE
                       END-IF
                   END-PERFORM

                   DISPLAY " "
                   DISPLAY "‚úÖ Rebuild complete. " WS-BR-CONV-COUNT
                       " teller(s) carried to the rebuilt file."

                   CLOSE TELLER-FILE
                   CLOSE TELLER-FILE-PRIOR
               END-IF
           END-IF.

       REBUILD-TRANSACTION-FILE.
           DISPLAY " "
           DISPLAY "üîÑ ONE-TIME TRANSACTION FILE REBUILD"
           DISPLAY "====================================="
           DISPLAY "Reading the prior TRANSACTIONS.DAT.PRIOR and rebuilding"
           DISPLAY "TRANSACTIONS.DAT with the branch field. Carried"
           DISPLAY "history is reported under each account's home branch."
           DISPLAY "Rename the current TRANSACTIONS.DAT to"
           DISPLAY "TRANSACTIONS.DAT.PRIOR before running this rebuild."

           MOVE 0 TO WS-BR-CONV-COUNT
           OPEN INPUT TRANSACTION-FILE-PRIOR

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening TRANSACTIONS.DAT.PRIOR: "
                   FILE-STATUS
           ELSE
               OPEN OUTPUT TRANSACTION-FILE
               IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Error opening indexed TRANSACTIONS.DAT: "
                       FILE-STATUS
                   CLOSE TRANSACTION-FILE-PRIOR
               ELSE
                   PERFORM UNTIL FILE-STATUS = "10"
                       READ TRANSACTION-FILE-PRIOR NEXT RECORD
                       IF FILE-STATUS = "00"
                           MOVE PTRANS-ACCT-ID TO TRANS-ACCT-ID
                           MOVE PTRANS-DATE TO TRANS-DATE
                           MOVE PTRANS-TIME TO TRANS-TIME
                           MOVE PTRANS-SEQ TO TRANS-SEQ
                           MOVE PTRANS-TYPE TO TRANS-TYPE
                           MOVE PTRANS-AMOUNT TO TRANS-AMOUNT
                           MOVE PTRANS-REF TO TRANS-REF
                           MOVE PTRANS-TELLER TO TRANS-TELLER
                           MOVE SPACES TO TRANS-BRANCH
                           WRITE TRANSACTION-RECORD
                               INVALID KEY
                                   DISPLAY "‚ùå Duplicate transaction key, "
                                       "skipped: " PTRANS-ACCT-ID
                               NOT INVALID KEY
                                   ADD 1 TO WS-BR-CONV-COUNT
                           END-WRITE
                       END-IF
                   END-PERFORM

                   DISPLAY " "
                   DISPLAY "‚úÖ Rebuild complete. " WS-BR-CONV-COUNT
                       " transaction(s) carried to the rebuilt file."

                   CLOSE TRANSACTION-FILE
                   CLOSE TRANSACTION-FILE-PRIOR
               END-IF
           END-IF.

       ARCHIVE-TRANSACTIONS.
           DISPLAY " "
           DISPLAY "üóÑ MONTH-END TRANSACTION ARCHIVAL"
                                       SUBTRACT TRANS-AMOUNT FROM
                                           WS-ARCH-NET
                                       PERFORM WRITE-ARCHIVE-RECORD
                                   WHEN 'L'
                                       SUBTRACT TRANS-AMOUNT FROM
                                           WS-ARCH-NET
                                       PERFORM WRITE-ARCHIVE-RECORD
                                   WHEN 'P'
                                       SUBTRACT TRANS-AMOUNT FROM
                                           WS-ARCH-NET
                                       PERFORM WRITE-ARCHIVE-RECORD
                                   WHEN 'A'
                                       SUBTRACT TRANS-AMOUNT FROM
                                           WS-ARCH-NET
                                       PERFORM WRITE-ARCHIVE-RECORD
                                   WHEN 'J'
                                       PERFORM WRITE-ARCHIVE-RECORD
                                   WHEN 'H'
                                       SUBTRACT TRANS-AMOUNT FROM
                                           WS-ARCH-NET
                                       PERFORM WRITE-ARCHIVE-RECORD
                                   WHEN 'M'
                                       SUBTRACT TRANS-AMOUNT FROM
                                           WS-ARCH-NET
                                       PERFORM WRITE-ARCHIVE-RECORD
                                   WHEN 'Y'
                                       SUBTRACT TRANS-AMOUNT FROM
                                           WS-ARCH-NET
                                       PERFORM WRITE-ARCHIVE-RECORD
                                   WHEN OTHER
                                       ADD TRANS-AMOUNT TO WS-ARCH-NET
                                       PERFORM WRITE-ARCHIVE-RECORD
           MOVE TRANS-AMOUNT TO ARCH-AMOUNT
           MOVE TRANS-REF TO ARCH-REF
           MOVE TRANS-TELLER TO ARCH-TELLER
           MOVE TRANS-BRANCH TO ARCH-BRANCH
           WRITE ARCHIVE-RECORD.

       ARCHIVE-FLUSH-CARRY-FORWARD.
                               MOVE AW-AMOUNT TO TRANS-AMOUNT
                               MOVE SPACES TO TRANS-REF
                               MOVE 'SYSARCHV' TO TRANS-TELLER
                               MOVE SPACES TO TRANS-BRANCH
                               MOVE 'N' TO WS-TRANS-LOG-DONE
                               PERFORM UNTIL WS-TRANS-LOG-DONE = 'Y'
                                   WRITE TRANSACTION-RECORD
                                   MOVE "EXTO" TO WS-STMT-TYPE-DESC
                               WHEN 'G'
                                   MOVE "EXTI" TO WS-STMT-TYPE-DESC
                               WHEN 'Z'
                                   MOVE "CHGO" TO WS-STMT-TYPE-DESC
                               WHEN 'L'
                                   MOVE "LOSS" TO WS-STMT-TYPE-DESC
                               WHEN 'P'
                                   MOVE "PENL" TO WS-STMT-TYPE-DESC
                               WHEN 'A'
                                   MOVE "LADV" TO WS-STMT-TYPE-DESC
                               WHEN 'J'
                                   MOVE "LINT" TO WS-STMT-TYPE-DESC
                               WHEN 'Q'
                                   MOVE "LPRN" TO WS-STMT-TYPE-DESC
                               WHEN 'H'
                                   MOVE "ODPO" TO WS-STMT-TYPE-DESC
                               WHEN 'U'
                                   MOVE "ODPI" TO WS-STMT-TYPE-DESC
                               WHEN 'M'
                                   MOVE "ATM " TO WS-STMT-TYPE-DESC
                               WHEN 'Y'
                                   MOVE "POS " TO WS-STMT-TYPE-DESC
                               WHEN 'X'
                                   MOVE "RFND" TO WS-STMT-TYPE-DESC
                               WHEN OTHER
                                   MOVE "????" TO WS-STMT-TYPE-DESC
                           END-EVALUATE
                               COMPUTE WS-STMT-SIGNED-AMT = SORT-AMOUNT * -1
                           WHEN 'E'
                               COMPUTE WS-STMT-SIGNED-AMT = SORT-AMOUNT * -1
                           WHEN 'L'
                               COMPUTE WS-STMT-SIGNED-AMT = SORT-AMOUNT * -1
                           WHEN 'P'
                               COMPUTE WS-STMT-SIGNED-AMT = SORT-AMOUNT * -1
                           WHEN 'A'
                               COMPUTE WS-STMT-SIGNED-AMT = SORT-AMOUNT * -1
                           WHEN 'J'
                               MOVE 0 TO WS-STMT-SIGNED-AMT
                           WHEN 'H'
                               COMPUTE WS-STMT-SIGNED-AMT = SORT-AMOUNT * -1
                           WHEN 'M'
                               COMPUTE WS-STMT-SIGNED-AMT = SORT-AMOUNT * -1
                           WHEN 'Y'
                               COMPUTE WS-STMT-SIGNED-AMT = SORT-AMOUNT * -1
                           WHEN OTHER
                               COMPUTE WS-STMT-SIGNED-AMT = SORT-AMOUNT
                       END-EVALUATE
                   MOVE "EXTO" TO WS-STMT-TYPE-DESC
               WHEN 'G'
                   MOVE "EXTI" TO WS-STMT-TYPE-DESC
               WHEN 'Z'
                   MOVE "CHGO" TO WS-STMT-TYPE-DESC
               WHEN 'L'
                   MOVE "LOSS" TO WS-STMT-TYPE-DESC
               WHEN 'P'
                   MOVE "PENL" TO WS-STMT-TYPE-DESC
               WHEN 'A'
                   MOVE "LADV" TO WS-STMT-TYPE-DESC
               WHEN 'J'
                   MOVE "LINT" TO WS-STMT-TYPE-DESC
               WHEN 'Q'
                   MOVE "LPRN" TO WS-STMT-TYPE-DESC
               WHEN 'H'
                   MOVE "ODPO" TO WS-STMT-TYPE-DESC
               WHEN 'U'
                   MOVE "ODPI" TO WS-STMT-TYPE-DESC
               WHEN 'M'
                   MOVE "ATM " TO WS-STMT-TYPE-DESC
               WHEN 'Y'
                   MOVE "POS " TO WS-STMT-TYPE-DESC
               WHEN 'X'
                   MOVE "RFND" TO WS-STMT-TYPE-DESC
               WHEN OTHER
                   MOVE "????" TO WS-STMT-TYPE-DESC
           END-EVALUATE
                           NOT AT END
                               IF ACCT-STATUS NOT = 'X'
                                   AND ACCT-ID NOT = WS-SETTLE-ACCT
                                   AND ACCT-ID NOT = WS-LOSS-ACCT
                                   PERFORM PRODUCE-CYCLE-STATEMENT
                               END-IF
                       END-READ
                                   WHEN 'E'
                                       SUBTRACT TRANS-AMOUNT FROM
                                           WS-EXPECTED-BALANCE
                                   WHEN 'L'
                                       SUBTRACT TRANS-AMOUNT FROM
                                           WS-EXPECTED-BALANCE
                                   WHEN 'P'
                                       SUBTRACT TRANS-AMOUNT FROM
                                           WS-EXPECTED-BALANCE
                                   WHEN 'A'
                                       SUBTRACT TRANS-AMOUNT FROM
                                           WS-EXPECTED-BALANCE
                                   WHEN 'J'
                                       CONTINUE
                                   WHEN 'H'
                                       SUBTRACT TRANS-AMOUNT FROM
                                           WS-EXPECTED-BALANCE
                                   WHEN 'M'
                                       SUBTRACT TRANS-AMOUNT FROM
                                           WS-EXPECTED-BALANCE
                                   WHEN 'Y'
                                       SUBTRACT TRANS-AMOUNT FROM
                                           WS-EXPECTED-BALANCE
                                   WHEN OTHER
                                       ADD TRANS-AMOUNT TO
                                           WS-EXPECTED-BALANCE
           MOVE 0 TO WS-GL-EXO-AMT
           MOVE 0 TO WS-GL-EXI-COUNT
           MOVE 0 TO WS-GL-EXI-AMT
           MOVE 0 TO WS-GL-CHG-COUNT
           MOVE 0 TO WS-GL-CHG-AMT
           MOVE 0 TO WS-GL-ATM-COUNT
           MOVE 0 TO WS-GL-ATM-AMT
           MOVE 0 TO WS-GL-POS-COUNT
           MOVE 0 TO WS-GL-POS-AMT
           MOVE 0 TO WS-GL-RFD-COUNT
           MOVE 0 TO WS-GL-RFD-AMT
           MOVE 0 TO WS-GL-ODO-COUNT
           MOVE 0 TO WS-GL-ODO-AMT
           MOVE 0 TO WS-GL-ODI-COUNT
           MOVE 0 TO WS-GL-ODI-AMT
           MOVE 0 TO WS-GL-LNP-COUNT
           MOVE 0 TO WS-GL-LNP-AMT
           MOVE 0 TO WS-GL-LNI-COUNT
           MOVE 0 TO WS-GL-LNI-AMT
           MOVE 0 TO WS-GL-LNA-COUNT
           MOVE 0 TO WS-GL-LNA-AMT
           MOVE 0 TO WS-GL-PEN-COUNT
           MOVE 0 TO WS-GL-PEN-AMT

           OPEN OUTPUT GLEXTRACT-FILE

               DISPLAY "‚ùå Error opening GLEXTRACT.DAT: " FILE-STATUS
               MOVE 'Y' TO WS-EOD-STEP-FAILED
           ELSE
               MOVE 0 TO WS-GLB-USED
               PERFORM BEGIN-BRANCH-RESOLVE
               PERFORM COMPUTE-GL-TOTALS
               PERFORM END-BRANCH-RESOLVE

               MOVE 'D' TO GL-TRANS-TYPE
               MOVE WS-GL-DEP-COUNT TO GL-REC-COUNT
               MOVE WS-GL-EXI-AMT TO GL-REC-AMOUNT
               PERFORM WRITE-GL-DETAIL-LINE

               MOVE 'Z' TO GL-TRANS-TYPE
               MOVE WS-GL-CHG-COUNT TO GL-REC-COUNT
               MOVE WS-GL-CHG-AMT TO GL-REC-AMOUNT
               PERFORM WRITE-GL-DETAIL-LINE

               MOVE 'P' TO GL-TRANS-TYPE
               MOVE WS-GL-PEN-COUNT TO GL-REC-COUNT
               MOVE WS-GL-PEN-AMT TO GL-REC-AMOUNT
               PERFORM WRITE-GL-DETAIL-LINE

               MOVE 'A' TO GL-TRANS-TYPE
               MOVE WS-GL-LNA-COUNT TO GL-REC-COUNT
               MOVE WS-GL-LNA-AMT TO GL-REC-AMOUNT
               PERFORM WRITE-GL-DETAIL-LINE

               MOVE 'J' TO GL-TRANS-TYPE
               MOVE WS-GL-LNI-COUNT TO GL-REC-COUNT
               MOVE WS-GL-LNI-AMT TO GL-REC-AMOUNT
               PERFORM WRITE-GL-DETAIL-LINE

               MOVE 'Q' TO GL-TRANS-TYPE
               MOVE WS-GL-LNP-COUNT TO GL-REC-COUNT
               MOVE WS-GL-LNP-AMT TO GL-REC-AMOUNT
               PERFORM WRITE-GL-DETAIL-LINE

               MOVE 'H' TO GL-TRANS-TYPE
               MOVE WS-GL-ODO-COUNT TO GL-REC-COUNT
               MOVE WS-GL-ODO-AMT TO GL-REC-AMOUNT
               PERFORM WRITE-GL-DETAIL-LINE

               MOVE 'U' TO GL-TRANS-TYPE
               MOVE WS-GL-ODI-COUNT TO GL-REC-COUNT
               MOVE WS-GL-ODI-AMT TO GL-REC-AMOUNT
               PERFORM WRITE-GL-DETAIL-LINE

               MOVE 'M' TO GL-TRANS-TYPE
               MOVE WS-GL-ATM-COUNT TO GL-REC-COUNT
               MOVE WS-GL-ATM-AMT TO GL-REC-AMOUNT
               PERFORM WRITE-GL-DETAIL-LINE

               MOVE 'Y' TO GL-TRANS-TYPE
               MOVE WS-GL-POS-COUNT TO GL-REC-COUNT
               MOVE WS-GL-POS-AMT TO GL-REC-AMOUNT
               PERFORM WRITE-GL-DETAIL-LINE

               MOVE 'X' TO GL-TRANS-TYPE
               MOVE WS-GL-RFD-COUNT TO GL-REC-COUNT
               MOVE WS-GL-RFD-AMT TO GL-REC-AMOUNT
               PERFORM WRITE-GL-DETAIL-LINE

               PERFORM WRITE-GL-CARD-LINE
               PERFORM WRITE-GL-BRANCH-LINES
               PERFORM WRITE-GL-FOOTER
               CLOSE GLEXTRACT-FILE

                   READ TRANSACTION-FILE NEXT RECORD
                   IF FILE-STATUS = "00"
                       IF TRANS-DATE = WS-GL-RUN-DATE
                           MOVE WS-GL-TOTAL-COUNT TO WS-GLB-PREV-COUNT
                           EVALUATE TRANS-TYPE
                               WHEN 'D'
                                   ADD 1 TO WS-GL-DEP-COUNT
                                   ADD 1 TO WS-GL-EXI-COUNT
                                   ADD 1 TO WS-GL-TOTAL-COUNT
                                   ADD TRANS-AMOUNT TO WS-GL-EXI-AMT
                               WHEN 'Z'
                                   ADD 1 TO WS-GL-CHG-COUNT
                                   ADD 1 TO WS-GL-TOTAL-COUNT
                                   ADD TRANS-AMOUNT TO WS-GL-CHG-AMT
                               WHEN 'P'
                                   ADD 1 TO WS-GL-PEN-COUNT
                                   ADD 1 TO WS-GL-TOTAL-COUNT
                                   ADD TRANS-AMOUNT TO WS-GL-PEN-AMT
                               WHEN 'A'
                                   ADD 1 TO WS-GL-LNA-COUNT
                                   ADD 1 TO WS-GL-TOTAL-COUNT
                                   ADD TRANS-AMOUNT TO WS-GL-LNA-AMT
                               WHEN 'J'
                                   ADD 1 TO WS-GL-LNI-COUNT
                                   ADD 1 TO WS-GL-TOTAL-COUNT
                                   ADD TRANS-AMOUNT TO WS-GL-LNI-AMT
                               WHEN 'Q'
                                   ADD 1 TO WS-GL-LNP-COUNT
                                   ADD 1 TO WS-GL-TOTAL-COUNT
                                   ADD TRANS-AMOUNT TO WS-GL-LNP-AMT
                               WHEN 'H'
                                   ADD 1 TO WS-GL-ODO-COUNT
                                   ADD 1 TO WS-GL-TOTAL-COUNT
                                   ADD TRANS-AMOUNT TO WS-GL-ODO-AMT
                               WHEN 'U'
                                   ADD 1 TO WS-GL-ODI-COUNT
                                   ADD 1 TO WS-GL-TOTAL-COUNT
                                   ADD TRANS-AMOUNT TO WS-GL-ODI-AMT
                               WHEN 'M'
                                   ADD 1 TO WS-GL-ATM-COUNT
                                   ADD 1 TO WS-GL-TOTAL-COUNT
                                   ADD TRANS-AMOUNT TO WS-GL-ATM-AMT
                               WHEN 'Y'
                                   ADD 1 TO WS-GL-POS-COUNT
                                   ADD 1 TO WS-GL-TOTAL-COUNT
                                   ADD TRANS-AMOUNT TO WS-GL-POS-AMT
                               WHEN 'X'
                                   ADD 1 TO WS-GL-RFD-COUNT
                                   ADD 1 TO WS-GL-TOTAL-COUNT
                                   ADD TRANS-AMOUNT TO WS-GL-RFD-AMT
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                           IF WS-GL-TOTAL-COUNT > WS-GLB-PREV-COUNT
                               PERFORM GL-TALLY-BRANCH
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
       WRITE-GL-DETAIL-LINE.
           MOVE 'S' TO GL-LINE-TYPE
           MOVE WS-GL-RUN-DATE TO GL-RUN-DATE
           MOVE SPACES TO GL-BRANCH
           WRITE GLEXTRACT-REC.

       WRITE-GL-FOOTER.
           MOVE SPACE TO GL-TRANS-TYPE
           MOVE WS-GL-TOTAL-COUNT TO GL-REC-COUNT
           MOVE 0 TO GL-REC-AMOUNT
           MOVE SPACES TO GL-BRANCH
           WRITE GLEXTRACT-REC.

       WRITE-GL-CARD-LINE.
           MOVE 'C' TO GL-LINE-TYPE
           MOVE WS-GL-RUN-DATE TO GL-RUN-DATE
           COMPUTE WS-GL-CARD-COUNT = WS-GL-ATM-COUNT + WS-GL-POS-COUNT
               + WS-GL-RFD-COUNT
           MOVE WS-GL-CARD-COUNT TO GL-REC-COUNT
           IF WS-GL-ATM-AMT + WS-GL-POS-AMT >= WS-GL-RFD-AMT
               MOVE 'D' TO GL-TRANS-TYPE
               COMPUTE GL-REC-AMOUNT = WS-GL-ATM-AMT + WS-GL-POS-AMT
                   - WS-GL-RFD-AMT
           ELSE
               MOVE 'C' TO GL-TRANS-TYPE
               COMPUTE GL-REC-AMOUNT = WS-GL-RFD-AMT - WS-GL-ATM-AMT
                   - WS-GL-POS-AMT
           END-IF
           MOVE SPACES TO GL-BRANCH
           WRITE GLEXTRACT-REC.

       BEGIN-BRANCH-RESOLVE.
           MOVE HIGH-VALUES TO WS-BRR-ACCT
           MOVE 'N' TO WS-BRR-CUST-OPEN
           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS = "00"
               MOVE 'Y' TO WS-BRR-CUST-OPEN
           END-IF
           PERFORM LOAD-BRANCH-TABLE.

       END-BRANCH-RESOLVE.
           IF WS-BRR-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-FILE
               MOVE 'N' TO WS-BRR-CUST-OPEN
           END-IF.

       LOAD-BRANCH-TABLE.
           MOVE 0 TO WS-BRT-USED
           OPEN INPUT BRANCH-FILE
           IF FILE-STATUS = "00"
               MOVE 'N' TO WS-BRT-DONE
               PERFORM UNTIL WS-BRT-DONE = 'Y'
                   READ BRANCH-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BRT-DONE
                       NOT AT END
                           MOVE BR-ID TO WS-BRT-LOOK-ID
                           PERFORM FIND-BRANCH-SLOT
                           IF WS-BRT-FOUND-IX > 0
                               MOVE BR-NAME
                                   TO WS-BRT-NAME (WS-BRT-FOUND-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF.

       FIND-BRANCH-SLOT.
           MOVE 0 TO WS-BRT-FOUND-IX
           PERFORM VARYING WS-BRT-IX FROM 1 BY 1
               UNTIL WS-BRT-IX > WS-BRT-USED
               IF WS-BRT-ID (WS-BRT-IX) = WS-BRT-LOOK-ID
                   MOVE WS-BRT-IX TO WS-BRT-FOUND-IX
                   MOVE WS-BRT-USED TO WS-BRT-IX
               END-IF
           END-PERFORM

           IF WS-BRT-FOUND-IX = 0
               IF WS-BRT-USED >= 50
                   DISPLAY "‚ùå Branch table full; " WS-BRT-LOOK-ID
                       " not tallied."
               ELSE
                   ADD 1 TO WS-BRT-USED
                   MOVE WS-BRT-USED TO WS-BRT-FOUND-IX
                   MOVE ZEROS TO WS-BRT-ENT (WS-BRT-FOUND-IX)
                   MOVE WS-BRT-LOOK-ID TO WS-BRT-ID (WS-BRT-FOUND-IX)
                   IF WS-BRT-LOOK-ID = SPACES
                       MOVE 'UNASSIGNED'
                           TO WS-BRT-NAME (WS-BRT-FOUND-IX)
                   ELSE
                       MOVE 'NOT ON BRANCH MASTER'
                           TO WS-BRT-NAME (WS-BRT-FOUND-IX)
                   END-IF
               END-IF
           END-IF.

       RESOLVE-TRANS-BRANCH.
           IF TRANS-ACCT-ID NOT = WS-BRR-ACCT
               MOVE TRANS-ACCT-ID TO WS-BRR-ACCT
               MOVE SPACES TO WS-BRR-HOME
               IF WS-BRR-CUST-OPEN = 'Y'
                   MOVE FILE-STATUS TO WS-BRR-SAVE-STATUS
                   MOVE TRANS-ACCT-ID TO ACCT-ID
                   READ CUSTOMER-FILE
                       NOT INVALID KEY
                           MOVE ACCT-BRANCH TO WS-BRR-HOME
                   END-READ
                   MOVE WS-BRR-SAVE-STATUS TO FILE-STATUS
               END-IF
           END-IF

           MOVE 'N' TO WS-BRR-CROSS
           IF TRANS-BRANCH = SPACES
               MOVE WS-BRR-HOME TO WS-BRR-EFF
           ELSE
               MOVE TRANS-BRANCH TO WS-BRR-EFF
               IF TRANS-BRANCH NOT = WS-BRR-HOME
                   AND WS-BRR-HOME NOT = SPACES
                   MOVE 'Y' TO WS-BRR-CROSS
               END-IF
           END-IF.

       TALLY-CROSS-BRANCH.
           IF WS-BRR-CROSS = 'Y'
               MOVE WS-BRR-EFF TO WS-BRT-LOOK-ID
               PERFORM FIND-BRANCH-SLOT
               IF WS-BRT-FOUND-IX > 0
                   ADD 1 TO WS-BRT-XOUT-CNT (WS-BRT-FOUND-IX)
                   ADD TRANS-AMOUNT TO WS-BRT-XOUT-AMT (WS-BRT-FOUND-IX)
               END-IF

               MOVE WS-BRR-HOME TO WS-BRT-LOOK-ID
               PERFORM FIND-BRANCH-SLOT
               IF WS-BRT-FOUND-IX > 0
                   ADD 1 TO WS-BRT-XIN-CNT (WS-BRT-FOUND-IX)
                   ADD TRANS-AMOUNT TO WS-BRT-XIN-AMT (WS-BRT-FOUND-IX)
               END-IF
           END-IF.

       GL-TALLY-BRANCH.
           PERFORM RESOLVE-TRANS-BRANCH
           MOVE WS-BRR-EFF TO WS-BRT-LOOK-ID
           PERFORM FIND-BRANCH-SLOT
           IF WS-BRT-FOUND-IX > 0
               ADD 1 TO WS-BRT-CNT (WS-BRT-FOUND-IX)
           END-IF
           PERFORM TALLY-CROSS-BRANCH

           MOVE 0 TO WS-GLB-FOUND-IX
           PERFORM VARYING WS-GLB-IX FROM 1 BY 1
               UNTIL WS-GLB-IX > WS-GLB-USED
               IF WS-GLB-BRANCH (WS-GLB-IX) = WS-BRR-EFF
                   AND WS-GLB-TYPE (WS-GLB-IX) = TRANS-TYPE
                   MOVE WS-GLB-IX TO WS-GLB-FOUND-IX
                   MOVE WS-GLB-USED TO WS-GLB-IX
               END-IF
           END-PERFORM

           IF WS-GLB-FOUND-IX = 0
               IF WS-GLB-USED >= 500
                   DISPLAY "‚ùå GL branch table full; " WS-BRR-EFF " "
                       TRANS-TYPE " not tallied."
               ELSE
                   ADD 1 TO WS-GLB-USED
                   MOVE WS-GLB-USED TO WS-GLB-FOUND-IX
                   MOVE WS-BRR-EFF TO WS-GLB-BRANCH (WS-GLB-FOUND-IX)
                   MOVE TRANS-TYPE TO WS-GLB-TYPE (WS-GLB-FOUND-IX)
                   MOVE 0 TO WS-GLB-COUNT (WS-GLB-FOUND-IX)
                   MOVE 0 TO WS-GLB-AMT (WS-GLB-FOUND-IX)
               END-IF
           END-IF

           IF WS-GLB-FOUND-IX > 0
               ADD 1 TO WS-GLB-COUNT (WS-GLB-FOUND-IX)
               ADD TRANS-AMOUNT TO WS-GLB-AMT (WS-GLB-FOUND-IX)
           END-IF.

       WRITE-GL-BRANCH-LINES.
           PERFORM VARYING WS-BRT-IX FROM 1 BY 1
               UNTIL WS-BRT-IX > WS-BRT-USED
               IF WS-BRT-CNT (WS-BRT-IX) > 0
                   OR WS-BRT-XIN-CNT (WS-BRT-IX) > 0
                   PERFORM WRITE-GL-BRANCH-BLOCK
               END-IF
           END-PERFORM.

       WRITE-GL-BRANCH-BLOCK.
           PERFORM VARYING WS-GLB-IX FROM 1 BY 1
               UNTIL WS-GLB-IX > WS-GLB-USED
               IF WS-GLB-BRANCH (WS-GLB-IX) = WS-BRT-ID (WS-BRT-IX)
                   MOVE 'B' TO GL-LINE-TYPE
                   MOVE WS-GL-RUN-DATE TO GL-RUN-DATE
                   MOVE WS-GLB-TYPE (WS-GLB-IX) TO GL-TRANS-TYPE
                   MOVE WS-GLB-COUNT (WS-GLB-IX) TO GL-REC-COUNT
                   MOVE WS-GLB-AMT (WS-GLB-IX) TO GL-REC-AMOUNT
                   MOVE WS-BRT-ID (WS-BRT-IX) TO GL-BRANCH
                   WRITE GLEXTRACT-REC
               END-IF
           END-PERFORM

           MOVE 'U' TO GL-LINE-TYPE
           MOVE WS-GL-RUN-DATE TO GL-RUN-DATE
           MOVE SPACE TO GL-TRANS-TYPE
           MOVE WS-BRT-CNT (WS-BRT-IX) TO GL-REC-COUNT
           MOVE 0 TO GL-REC-AMOUNT
           MOVE WS-BRT-ID (WS-BRT-IX) TO GL-BRANCH
           WRITE GLEXTRACT-REC

           MOVE 'X' TO GL-LINE-TYPE
           MOVE WS-BRT-XOUT-CNT (WS-BRT-IX) TO GL-REC-COUNT
           MOVE WS-BRT-XOUT-AMT (WS-BRT-IX) TO GL-REC-AMOUNT
           WRITE GLEXTRACT-REC

           MOVE 'Y' TO GL-LINE-TYPE
           MOVE WS-BRT-XIN-CNT (WS-BRT-IX) TO GL-REC-COUNT
           MOVE WS-BRT-XIN-AMT (WS-BRT-IX) TO GL-REC-AMOUNT
           WRITE GLEXTRACT-REC.

       YEAR-END-INTEREST-RUN.
           DISPLAY " "
           DISPLAY "üìë YEAR-END INTEREST SUMMARY"
           DISPLAY "============================"

           IF WS-TAX-YEAR-IN = SPACES
               DISPLAY "‚ùå No tax year supplied. Run skipped."
           ELSE
               DISPLAY "Tax year: " WS-TAX-YEAR-IN

               MOVE 0 TO WS-TAX-GRAND-TOTAL
               MOVE 0 TO WS-TAX-ACCT-COUNT

               OPEN OUTPUT TAX-REPORT-FILE

               IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Error opening TAXRPT.PRT: " FILE-STATUS
               ELSE
                   OPEN OUTPUT TAX-EXTRACT-FILE

                   IF FILE-STATUS NOT = "00"
                       DISPLAY "‚ùå Error opening TAXEXTR.DAT: " FILE-STATUS
                       CLOSE TAX-REPORT-FILE
                   ELSE
                       PERFORM WRITE-TAX-REPORT-HEADER

                       OPEN INPUT CUSTOMER-FILE

                       IF FILE-STATUS NOT = "00"
                           DISPLAY "‚ùå Error opening customer file: "
                               FILE-STATUS
                       ELSE
                           MOVE 'N' TO WS-TAX-SCAN-DONE
                           PERFORM UNTIL WS-TAX-SCAN-DONE = 'Y'
                               READ CUSTOMER-FILE NEXT RECORD
                                   AT END
                                       MOVE 'Y' TO WS-TAX-SCAN-DONE
                                   NOT AT END
                                       PERFORM TALLY-YEAR-INTEREST
                               END-READ

       ACCRUE-DAILY-INTEREST.
           DISPLAY " "
           DISPLAY "üí∞ DAILY INTEREST ACCRUAL (SAVINGS AND CD)"
           DISPLAY "==========================================="

           IF WS-ACR-RUN-DATE = SPACES
               PERFORM GET-CURRENT-DATETIME
                       AT END
                           MOVE 'Y' TO WS-ACR-SCAN-DONE
                       NOT AT END
                           IF (ACCT-TYPE = 'S' OR ACCT-TYPE = 'T')
                               AND ACCT-STATUS NOT = 'X' AND BALANCE > 0
                               PERFORM ACCRUE-ONE-ACCOUNT
                           END-IF
                   END-READ

               DISPLAY " "
               DISPLAY "‚úÖ Interest accrued for " WS-ACR-COUNT
                   " savings/CD account(s)."
           END-IF.

       ACCRUE-ONE-ACCOUNT.
           IF ACCT-TYPE = 'T'
               PERFORM FIND-CD-LOCKED-RATE
           ELSE
               MOVE ACCT-TYPE TO WS-RATE-SEARCH-TYPE
               PERFORM FIND-RATE-FOR-BALANCE
           END-IF

           OPEN I-O ACCRUAL-FILE
           IF FILE-STATUS = "35"
                   READ CUSTOMER-FILE NEXT RECORD
                   IF FILE-STATUS = "00"
                       IF ACCT-TYPE = 'C' AND ACCT-STATUS NOT = 'X'
                           AND ACCT-STATUS NOT = 'C'
                           AND ACCT-ID NOT = WS-SETTLE-ACCT
                           AND ACCT-ID NOT = WS-LOSS-ACCT
                           IF BALANCE < WS-MIN-BALANCE-REQ
                               COMPUTE WS-AVAILABLE = BALANCE + OD-LIMIT
                               IF WS-AVAILABLE >= WS-SVC-CHARGE-AMT

       ADD-CHANGE-RATE-TIER.
           DISPLAY " "
           DISPLAY "Enter Account Type (S=Savings, T=Time Deposit): "
               WITH NO ADVANCING
           ACCEPT WS-RATE-TYPE-IN

           IF WS-RATE-TYPE-IN NOT = 'S' AND WS-RATE-TYPE-IN NOT = 'T'
               DISPLAY "‚ùå Only Savings (S) and Time Deposit (T) rate tiers "
                   "are supported; no other type looks up a rate."
           ELSE
               DISPLAY "Enter Balance Tier Minimum: $" WITH NO ADVANCING
               ACCEPT WS-RATE-TIER-IN
               DISPLAY " "
               DISPLAY "Account: " ACCT-ID "  Name: " NAME
               DISPLAY "Type: " ACCT-TYPE "  Overdraft Limit: $" OD-LIMIT
                   "  Home Branch: " ACCT-BRANCH
               DISPLAY " "
               DISPLAY "  1. Change Customer Name"
               DISPLAY "  2. Change Account Type"
               DISPLAY "  4. Reactivate Dormant Account"
               DISPLAY "  5. Add Joint Owner"
               DISPLAY "  6. Change Customer Address"
               DISPLAY "  7. Transfer to Another Branch"
               DISPLAY "  8. Overdraft Protection Link"
               DISPLAY "  9. Done"
               DISPLAY " "
               DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING
               ACCEPT WS-MAINT-CHOICE
               EVALUATE WS-MAINT-CHOICE
                   WHEN 1
                   WHEN 6
                       PERFORM MAINT-CHANGE-ADDRESS
                   WHEN 7
                       PERFORM MAINT-TRANSFER-BRANCH
                   WHEN 8
                       PERFORM MAINT-OD-PROTECTION
                   WHEN 9
                       MOVE 'Y' TO WS-MAINT-DONE
                   WHEN OTHER
                       DISPLAY "‚ùå Invalid option. Please enter 1-9."
               END-EVALUATE
           END-PERFORM.

                   PERFORM REWRITE-CUSTOMER-NAME
               END-IF
               DISPLAY "‚úÖ Customer name updated."
               MOVE WS-NAME TO WS-SCR-NAME
               MOVE 'N' TO WS-SQ-SOURCE
               IF WS-CM-PRIMARY-ID NOT = SPACES
                   MOVE WS-CM-PRIMARY-ID TO WS-SQ-SUBJECT
               ELSE
                   MOVE WS-SEARCH-ID TO WS-SQ-SUBJECT
               END-IF
               MOVE WS-SEARCH-ID TO WS-SQ-ACCT
               PERFORM SCREEN-CUSTOMER-NAME
           END-IF.

       REWRITE-CUSTOMER-NAME.
           IF WS-MAINT-TYPE-IN NOT = 'S' AND WS-MAINT-TYPE-IN NOT = 'C'
               DISPLAY "‚ùå Account type must be S or C."
           ELSE
            IF ACCT-TYPE = 'T' OR ACCT-TYPE = 'L'
               DISPLAY "‚ùå A time deposit or loan cannot change type "
                   "before it is closed."
            ELSE
               MOVE ACCT-TYPE TO WS-AUDIT-OLD
               MOVE WS-MAINT-TYPE-IN TO WS-AUDIT-NEW
               MOVE 'ACCT-TYPE' TO WS-AUDIT-FIELD
                   MOVE 'Y' TO WS-MAINT-CHANGED
                   DISPLAY "‚úÖ Account type updated."
               END-IF
            END-IF
           END-IF.

       MAINT-CHANGE-OD-LIMIT.
               END-IF
           END-IF.

       MAINT-TRANSFER-BRANCH.
           DISPLAY "Current home branch: " ACCT-BRANCH
           DISPLAY "Enter new Home Branch: " WITH NO ADVANCING
           ACCEPT WS-BR-CHECK-ID

           PERFORM VALIDATE-BRANCH

           IF WS-BR-VALID = 'N'
               DISPLAY "‚ùå Branch not found or closed: " WS-BR-CHECK-ID
           ELSE
            IF WS-BR-CHECK-ID = ACCT-BRANCH
               DISPLAY "‚ùå Account is already homed at branch "
                   ACCT-BRANCH
            ELSE
               MOVE 'Y' TO WS-OVR-OK
               MOVE WS-TELLER-ID TO WS-OVR-SUPV-ID
               IF WS-TLR-CLASS NOT = 'S'
                   DISPLAY "A supervisor must authorize a branch transfer."
                   PERFORM SUPERVISOR-OVERRIDE
               END-IF

               IF WS-OVR-OK = 'N'
                   DISPLAY "‚ùå Not authorized. Account not transferred."
               ELSE
                   MOVE WS-OPERATOR-ID TO WS-BM-SAVE-OPER
                   MOVE WS-OVR-SUPV-ID TO WS-OPERATOR-ID
                   MOVE ACCT-BRANCH TO WS-AUDIT-OLD
                   MOVE WS-BR-CHECK-ID TO WS-AUDIT-NEW
                   MOVE 'ACCT-BRANCH' TO WS-AUDIT-FIELD
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE WS-BM-SAVE-OPER TO WS-OPERATOR-ID

                   IF WS-AUDIT-OK = 'Y'
                       MOVE WS-BR-CHECK-ID TO ACCT-BRANCH
                       MOVE 'Y' TO WS-MAINT-CHANGED
                       DISPLAY "‚úÖ Account transferred to branch "
                           WS-BR-CHECK-ID " " WS-BR-CHECK-NAME
                   END-IF
               END-IF
            END-IF
           END-IF.

       MAINT-OD-PROTECTION.
           IF ACCT-TYPE NOT = 'C'
               DISPLAY "‚ùå Overdraft protection can only be set on a "
                   "checking account."
           ELSE
               PERFORM ODP-FIND-LINK
               IF WS-ODP-OLD-ID = SPACES
                   DISPLAY "Overdraft protection: none"
               ELSE
                   DISPLAY "Overdraft protection from savings: "
                       WS-ODP-OLD-ID
               END-IF
               DISPLAY "Enter Savings Account ID (blank to remove link): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-ODP-SAV-IN
               ACCEPT WS-ODP-SAV-IN

               IF WS-ODP-SAV-IN = WS-ODP-OLD-ID
                   IF WS-ODP-OLD-ID = SPACES
                       DISPLAY "‚ùå No overdraft protection link to remove."
                   ELSE
                       DISPLAY "‚ùå Account is already linked to savings "
                           WS-ODP-OLD-ID
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-ODP-OK
                   IF WS-ODP-SAV-IN NOT = SPACES
                       PERFORM ODP-VALIDATE-SAVINGS
                   END-IF

                   IF WS-ODP-OK = 'Y'
                       MOVE WS-ODP-OLD-ID TO WS-AUDIT-OLD
                       MOVE WS-ODP-SAV-IN TO WS-AUDIT-NEW
                       MOVE 'OD-PROTECT' TO WS-AUDIT-FIELD
                       PERFORM WRITE-AUDIT-RECORD

                       IF WS-AUDIT-OK = 'Y'
                           PERFORM ODP-SAVE-LINK
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ODP-FIND-LINK.
           MOVE SPACES TO WS-ODP-OLD-ID
           OPEN INPUT ODPLINK-FILE

           IF FILE-STATUS = "00"
               MOVE WS-SEARCH-ID TO ODP-ACCT-ID
               READ ODPLINK-FILE
                   NOT INVALID KEY
                       IF ODP-STATUS = 'A'
                           MOVE ODP-SAVINGS-ID TO WS-ODP-OLD-ID
                       END-IF
               END-READ
               CLOSE ODPLINK-FILE
           END-IF.

       ODP-VALIDATE-SAVINGS.
           MOVE CUSTOMER-RECORD TO WS-ODP-SAVE-REC
           MOVE WS-ODP-SAV-IN TO ACCT-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "‚ùå Savings account not found: " WS-ODP-SAV-IN
                   MOVE 'N' TO WS-ODP-OK
               NOT INVALID KEY
                   IF ACCT-TYPE NOT = 'S'
                       DISPLAY "‚ùå Account " WS-ODP-SAV-IN
                           " is not a savings account."
                       MOVE 'N' TO WS-ODP-OK
                   ELSE
                    IF ACCT-STATUS NOT = 'A'
                       DISPLAY "‚ùå Savings account " WS-ODP-SAV-IN
                           " is not active (status " ACCT-STATUS ")."
                       MOVE 'N' TO WS-ODP-OK
                    END-IF
                   END-IF
           END-READ
           MOVE WS-ODP-SAVE-REC TO CUSTOMER-RECORD

           IF WS-ODP-OK = 'Y'
               PERFORM FIND-PRIMARY-OWNER
               IF WS-CM-PRIMARY-ID NOT = SPACES
                   OPEN INPUT ACCTXREF-FILE
                   IF FILE-STATUS = "00"
                       MOVE WS-ODP-SAV-IN TO XREF-ACCT-ID
                       MOVE WS-CM-PRIMARY-ID TO XREF-CUST-ID
                       READ ACCTXREF-FILE
                           INVALID KEY
                               DISPLAY "‚ùå Customer " WS-CM-PRIMARY-ID
                                   " is not an owner of savings "
                                   WS-ODP-SAV-IN
                               MOVE 'N' TO WS-ODP-OK
                       END-READ
                       CLOSE ACCTXREF-FILE
                   END-IF
               END-IF
           END-IF.

       ODP-SAVE-LINK.
           OPEN I-O ODPLINK-FILE
           IF FILE-STATUS = "35"
               OPEN OUTPUT ODPLINK-FILE
               CLOSE ODPLINK-FILE
               OPEN I-O ODPLINK-FILE
           END-IF

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening ODPLINK.DAT: " FILE-STATUS
           ELSE
               PERFORM GET-CURRENT-DATETIME
               MOVE WS-SEARCH-ID TO ODP-ACCT-ID
               READ ODPLINK-FILE
                   INVALID KEY
                       MOVE WS-SEARCH-ID TO ODP-ACCT-ID
                       MOVE WS-ODP-SAV-IN TO ODP-SAVINGS-ID
                       MOVE 'A' TO ODP-STATUS
                       MOVE WS-DATE-STRING TO ODP-LINK-DATE
                       MOVE WS-OPERATOR-ID TO ODP-LINK-OPER
                       WRITE ODPLINK-RECORD
                   NOT INVALID KEY
                       IF WS-ODP-SAV-IN = SPACES
                           MOVE 'X' TO ODP-STATUS
                       ELSE
                           MOVE WS-ODP-SAV-IN TO ODP-SAVINGS-ID
                           MOVE 'A' TO ODP-STATUS
                       END-IF
                       MOVE WS-DATE-STRING TO ODP-LINK-DATE
                       MOVE WS-OPERATOR-ID TO ODP-LINK-OPER
                       REWRITE ODPLINK-RECORD
               END-READ

               IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Error writing ODPLINK.DAT: " FILE-STATUS
               ELSE
                   IF WS-ODP-SAV-IN = SPACES
                       DISPLAY "‚úÖ Overdraft protection link removed."
                   ELSE
                       DISPLAY "‚úÖ Overdraft protection linked to savings "
                           WS-ODP-SAV-IN
                   END-IF
               END-IF
               CLOSE ODPLINK-FILE
           END-IF.

       MAINT-ADD-JOINT-OWNER.
           DISPLAY "Enter Joint Owner Customer ID: " WITH NO ADVANCING
           ACCEPT WS-CM-CUST-ID-IN
           DISPLAY "Enter Account ID: " WITH NO ADVANCING
           ACCEPT WS-SO-ACCT-IN

           DISPLAY "Enter Transaction Type (D=Deposit, W=Withdrawal, "
               "L=Loan Payment): " WITH NO ADVANCING
           ACCEPT WS-SO-TYPE-IN

           MOVE SPACES TO WS-LN-FROM-ACCT
           IF WS-SO-TYPE-IN = 'L'
               DISPLAY "Enter Pay-from Checking Account ID: "
                   WITH NO ADVANCING
               ACCEPT WS-LN-FROM-ACCT
               DISPLAY "(Enter 0 as the amount to pay the scheduled "
                   "installment)"
           END-IF

           DISPLAY "Enter Amount: $" WITH NO ADVANCING
           ACCEPT WS-SO-AMOUNT-IN

           ACCEPT WS-SO-EXPIRY-IN

           IF WS-SO-TYPE-IN NOT = 'D' AND WS-SO-TYPE-IN NOT = 'W'
               AND WS-SO-TYPE-IN NOT = 'L'
               DISPLAY "‚ùå Transaction type must be D, W or L."
           ELSE
             IF WS-SO-FREQ-IN NOT = 'D' AND WS-SO-FREQ-IN NOT = 'W'
                 AND WS-SO-FREQ-IN NOT = 'M'
               DISPLAY "‚ùå Frequency must be D, W or M."
             ELSE
              MOVE 'Y' TO WS-LN-SO-ACCT-OK
              IF WS-SO-TYPE-IN = 'L'
                  PERFORM LINK-LOAN-PAY-ACCOUNT
              END-IF
              IF WS-LN-SO-ACCT-OK = 'N'
               DISPLAY "‚ùå Standing order not added."
              ELSE
               OPEN I-O STANDING-FILE
               IF FILE-STATUS = "35"
                   OPEN OUTPUT STANDING-FILE
                           DISPLAY "‚ùå Order ID already exists: "
                               WS-SO-ORDER-ID-IN
                       NOT INVALID KEY
                           IF WS-SO-TYPE-IN = 'L'
                               PERFORM SAVE-LOAN-PAY-ACCOUNT
                           END-IF
                           IF WS-LN-SO-ACCT-OK = 'N'
                               DELETE STANDING-FILE RECORD
                               DISPLAY "‚ùå Standing order not added."
                           ELSE
                               DISPLAY " "
                               DISPLAY "‚úÖ Standing order added: "
                                   WS-SO-ORDER-ID-IN
                           END-IF
                   END-WRITE
                   CLOSE STANDING-FILE
               END-IF
              END-IF
             END-IF
           END-IF.

                   IF SO-TRANS-TYPE = 'D'
                       PERFORM UPDATE-BALANCE-ADD
                   ELSE
                    IF SO-TRANS-TYPE = 'L'
                       PERFORM EXECUTE-LOAN-STANDING-ORDER
                    ELSE
                       PERFORM UPDATE-BALANCE-SUBTRACT
                    END-IF
                   END-IF

                   IF WS-FOUND = 'Y'
                   INVALID KEY
                       DISPLAY "‚ùå Customer ID already exists: "
                           WS-CM-CUST-ID-IN
                   NOT INVALID KEY
                       MOVE WS-CM-NAME TO WS-SCR-NAME
                       MOVE 'A' TO WS-SQ-SOURCE
                       MOVE WS-CM-CUST-ID-IN TO WS-SQ-SUBJECT
                       MOVE SPACES TO WS-SQ-ACCT
                       PERFORM SCREEN-CUSTOMER-NAME
               END-WRITE
               CLOSE CUSTMAST-FILE
           END-IF.
           DISPLAY "Proof date: " WS-TP-RUN-DATE

           MOVE 0 TO WS-TP-USED
           PERFORM BEGIN-BRANCH-RESOLVE

           OPEN OUTPUT TELLER-REPORT-FILE

                           NOT AT END
                               IF TRANS-DATE = WS-TP-RUN-DATE
                                   AND (TRANS-TYPE = 'D'
                                       OR TRANS-TYPE = 'W'
                                       OR ((TRANS-TYPE = 'J'
                                           OR TRANS-TYPE = 'Q')
                                           AND TRANS-REF = "CASH"))
                                   PERFORM TALLY-TELLER-TRANSACTION
                               END-IF
                       END-READ
               DISPLAY "‚úÖ Teller proof complete. " WS-TP-USED
                   " teller(s) with activity."
               DISPLAY "   See TELLER.PRT to balance each drawer."
           END-IF

           PERFORM END-BRANCH-RESOLVE.

       TALLY-TELLER-TRANSACTION.
           PERFORM RESOLVE-TRANS-BRANCH

           MOVE 0 TO WS-TP-FOUND-IX
           PERFORM VARYING WS-TP-IX FROM 1 BY 1
               UNTIL WS-TP-IX > WS-TP-USED
               IF WS-TP-TELLER (WS-TP-IX) = TRANS-TELLER
                   AND WS-TP-BRANCH (WS-TP-IX) = WS-BRR-EFF
                   MOVE WS-TP-IX TO WS-TP-FOUND-IX
                   MOVE WS-TP-USED TO WS-TP-IX
               END-IF
                   ADD 1 TO WS-TP-USED
                   MOVE WS-TP-USED TO WS-TP-FOUND-IX
                   MOVE TRANS-TELLER TO WS-TP-TELLER (WS-TP-FOUND-IX)
                   MOVE WS-BRR-EFF TO WS-TP-BRANCH (WS-TP-FOUND-IX)
                   MOVE 0 TO WS-TP-DEP-COUNT (WS-TP-FOUND-IX)
                   MOVE 0 TO WS-TP-DEP-AMT (WS-TP-FOUND-IX)
                   MOVE 0 TO WS-TP-WD-COUNT (WS-TP-FOUND-IX)
           END-IF

           IF WS-TP-FOUND-IX > 0
               IF TRANS-TYPE NOT = 'W'
                   ADD 1 TO WS-TP-DEP-COUNT (WS-TP-FOUND-IX)
                   ADD TRANS-AMOUNT TO WS-TP-DEP-AMT (WS-TP-FOUND-IX)
               ELSE
                   ADD 1 TO WS-TP-WD-COUNT (WS-TP-FOUND-IX)
                   ADD TRANS-AMOUNT TO WS-TP-WD-AMT (WS-TP-FOUND-IX)
               END-IF

               MOVE WS-BRR-EFF TO WS-BRT-LOOK-ID
               PERFORM FIND-BRANCH-SLOT
               IF WS-BRT-FOUND-IX > 0
                   IF TRANS-TYPE NOT = 'W'
                       ADD 1 TO WS-BRT-DEP-CNT (WS-BRT-FOUND-IX)
                       ADD TRANS-AMOUNT TO WS-BRT-DEP-AMT (WS-BRT-FOUND-IX)
                   ELSE
                       ADD 1 TO WS-BRT-WD-CNT (WS-BRT-FOUND-IX)
                       ADD TRANS-AMOUNT TO WS-BRT-WD-AMT (WS-BRT-FOUND-IX)
                   END-IF
               END-IF
               PERFORM TALLY-CROSS-BRANCH
           END-IF.

       WRITE-TELLER-PROOF-LINES.
               TO TELLER-REPORT-REC
           WRITE TELLER-REPORT-REC

           MOVE 0 TO WS-TP-BANK-DEP-CNT
           MOVE 0 TO WS-TP-BANK-DEP-AMT
           MOVE 0 TO WS-TP-BANK-WD-CNT
           MOVE 0 TO WS-TP-BANK-WD-AMT

           PERFORM VARYING WS-BRT-IX FROM 1 BY 1
               UNTIL WS-BRT-IX > WS-BRT-USED
               IF WS-BRT-DEP-CNT (WS-BRT-IX) > 0
                   OR WS-BRT-WD-CNT (WS-BRT-IX) > 0
                   OR WS-BRT-XIN-CNT (WS-BRT-IX) > 0
                   PERFORM WRITE-TELLER-PROOF-BRANCH
               END-IF
           END-PERFORM

           IF WS-TP-USED = 0
               MOVE "No teller activity on the proof date."
                   TO TELLER-REPORT-REC
               WRITE TELLER-REPORT-REC
           ELSE
               MOVE SPACES TO TELLER-REPORT-REC
               WRITE TELLER-REPORT-REC

               MOVE "BANK" TO WS-TP-LABEL
               COMPUTE WS-TP-NET = WS-TP-BANK-DEP-AMT - WS-TP-BANK-WD-AMT
               MOVE WS-TP-NET TO WS-TP-NET-ED
               MOVE WS-TP-BANK-DEP-AMT TO WS-TP-AMT-ED
               MOVE WS-TP-BANK-WD-AMT TO WS-TP-WD-ED
               MOVE SPACES TO TELLER-REPORT-REC
               STRING WS-TP-LABEL "  "
                   WS-TP-BANK-DEP-CNT "  $" WS-TP-AMT-ED "  "
                   WS-TP-BANK-WD-CNT "  $" WS-TP-WD-ED
                   "  $" WS-TP-NET-ED
                   DELIMITED BY SIZE INTO TELLER-REPORT-REC
               WRITE TELLER-REPORT-REC
           END-IF.

       WRITE-TELLER-PROOF-BRANCH.
           MOVE SPACES TO TELLER-REPORT-REC
           WRITE TELLER-REPORT-REC

           MOVE SPACES TO TELLER-REPORT-REC
           STRING "Branch " WS-BRT-ID (WS-BRT-IX) " - "
               WS-BRT-NAME (WS-BRT-IX)
               DELIMITED BY SIZE INTO TELLER-REPORT-REC
           WRITE TELLER-REPORT-REC

           PERFORM VARYING WS-TP-IX FROM 1 BY 1
               UNTIL WS-TP-IX > WS-TP-USED
               IF WS-TP-BRANCH (WS-TP-IX) = WS-BRT-ID (WS-BRT-IX)
                   PERFORM WRITE-TELLER-PROOF-DETAIL
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-TP-LABEL
           STRING "BR " WS-BRT-ID (WS-BRT-IX)
               DELIMITED BY SIZE INTO WS-TP-LABEL
           COMPUTE WS-TP-NET = WS-BRT-DEP-AMT (WS-BRT-IX)
               - WS-BRT-WD-AMT (WS-BRT-IX)
           MOVE WS-TP-NET TO WS-TP-NET-ED
           MOVE WS-BRT-DEP-AMT (WS-BRT-IX) TO WS-TP-AMT-ED
           MOVE WS-BRT-WD-AMT (WS-BRT-IX) TO WS-TP-WD-ED
           MOVE SPACES TO TELLER-REPORT-REC
           STRING WS-TP-LABEL "  "
               WS-BRT-DEP-CNT (WS-BRT-IX) "  $" WS-TP-AMT-ED "  "
               WS-BRT-WD-CNT (WS-BRT-IX) "  $" WS-TP-WD-ED
               "  $" WS-TP-NET-ED
               DELIMITED BY SIZE INTO TELLER-REPORT-REC
           WRITE TELLER-REPORT-REC

           IF WS-BRT-XOUT-CNT (WS-BRT-IX) > 0
               MOVE WS-BRT-XOUT-CNT (WS-BRT-IX) TO WS-BRT-CNT-ED
               MOVE WS-BRT-XOUT-AMT (WS-BRT-IX) TO WS-BRT-AMT-ED
               MOVE SPACES TO TELLER-REPORT-REC
               STRING "  Cross-branch, other branches' accounts: "
                   WS-BRT-CNT-ED " item(s) $" WS-BRT-AMT-ED
                   DELIMITED BY SIZE INTO TELLER-REPORT-REC
               WRITE TELLER-REPORT-REC
           END-IF

           IF WS-BRT-XIN-CNT (WS-BRT-IX) > 0
               MOVE WS-BRT-XIN-CNT (WS-BRT-IX) TO WS-BRT-CNT-ED
               MOVE WS-BRT-XIN-AMT (WS-BRT-IX) TO WS-BRT-AMT-ED
               MOVE SPACES TO TELLER-REPORT-REC
               STRING "  Cross-branch, own accounts elsewhere:   "
                   WS-BRT-CNT-ED " item(s) $" WS-BRT-AMT-ED
                   DELIMITED BY SIZE INTO TELLER-REPORT-REC
               WRITE TELLER-REPORT-REC
           END-IF

           ADD WS-BRT-DEP-CNT (WS-BRT-IX) TO WS-TP-BANK-DEP-CNT
           ADD WS-BRT-DEP-AMT (WS-BRT-IX) TO WS-TP-BANK-DEP-AMT
           ADD WS-BRT-WD-CNT (WS-BRT-IX) TO WS-TP-BANK-WD-CNT
           ADD WS-BRT-WD-AMT (WS-BRT-IX) TO WS-TP-BANK-WD-AMT.


       WRITE-TELLER-PROOF-DETAIL.
           MOVE SPACES TO TELLER-REPORT-REC
           COMPUTE WS-TP-NET = WS-TP-DEP-AMT (WS-TP-IX)
           MOVE 0 TO WS-CTR-DEP-TOTAL
           MOVE 0 TO WS-CTR-WD-COUNT
           MOVE 0 TO WS-CTR-WD-TOTAL
           MOVE 0 TO WS-CTR-XB-LINES
           MOVE SPACES TO WS-CTR-BRANCH
           MOVE 'N' TO WS-CTR-DEP-XB
           MOVE 'N' TO WS-CTR-WD-XB
           PERFORM BEGIN-BRANCH-RESOLVE

           OPEN OUTPUT CTR-REPORT-FILE

                                           ADD 1 TO WS-CTR-DEP-COUNT
                                           ADD TRANS-AMOUNT TO
                                               WS-CTR-DEP-TOTAL
                                           PERFORM CTR-RESOLVE-BRANCH
                                           IF WS-BRR-CROSS = 'Y'
                                               MOVE 'Y' TO WS-CTR-DEP-XB
                                           END-IF
                                       WHEN 'W'
                                           ADD 1 TO WS-CTR-WD-COUNT
                                           ADD TRANS-AMOUNT TO
                                               WS-CTR-WD-TOTAL
                                           PERFORM CTR-RESOLVE-BRANCH
                                           IF WS-BRR-CROSS = 'Y'
                                               MOVE 'Y' TO WS-CTR-WD-XB
                                           END-IF
                                       WHEN OTHER
                                           CONTINUE
                                   END-EVALUATE
               DISPLAY "‚úÖ Large transaction report complete. "
                   WS-CTR-LINES " reportable item(s) found."
               DISPLAY "   See CTRRPT.PRT for the threshold report."
           END-IF

           PERFORM END-BRANCH-RESOLVE.

       CTR-FLUSH-ACCOUNT.
           IF WS-CTR-DEP-TOTAL > WS-CTR-THRESHOLD
           MOVE 0 TO WS-CTR-DEP-COUNT
           MOVE 0 TO WS-CTR-DEP-TOTAL
           MOVE 0 TO WS-CTR-WD-COUNT
           MOVE 0 TO WS-CTR-WD-TOTAL
           MOVE SPACES TO WS-CTR-BRANCH
           MOVE 'N' TO WS-CTR-DEP-XB
           MOVE 'N' TO WS-CTR-WD-XB.

       CTR-RESOLVE-BRANCH.
           PERFORM RESOLVE-TRANS-BRANCH
           MOVE WS-BRR-HOME TO WS-CTR-BRANCH.

       CTR-LOOKUP-NAME.
           MOVE SPACES TO WS-CTR-NAME

           IF WS-BRR-CUST-OPEN = 'Y'
               MOVE WS-CTR-CUR-ACCT TO ACCT-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
               END-READ
           END-IF

           MOVE WS-CTR-BRANCH TO WS-BRT-LOOK-ID
           PERFORM FIND-BRANCH-SLOT.

       WRITE-CTR-DETAIL-DEPOSIT.
           MOVE SPACES TO CTR-REPORT-REC
           MOVE WS-CTR-DEP-TOTAL TO WS-CTR-TOT-ED
           MOVE SPACE TO WS-CTR-XB-FLAG
           IF WS-CTR-DEP-XB = 'Y'
               MOVE '*' TO WS-CTR-XB-FLAG
               ADD 1 TO WS-CTR-XB-LINES
           END-IF
           STRING WS-CTR-CUR-ACCT "  " WS-CTR-NAME(1:24) "  "
               WS-CTR-BRANCH "  DEPOSIT     "
               WS-CTR-DEP-COUNT "  $" WS-CTR-TOT-ED " " WS-CTR-XB-FLAG
               DELIMITED BY SIZE INTO CTR-REPORT-REC
           WRITE CTR-REPORT-REC
           IF WS-BRT-FOUND-IX > 0
               ADD 1 TO WS-BRT-DEP-CNT (WS-BRT-FOUND-IX)
               ADD WS-CTR-DEP-TOTAL TO WS-BRT-DEP-AMT (WS-BRT-FOUND-IX)
           END-IF
           ADD 1 TO WS-CTR-LINES.

       WRITE-CTR-DETAIL-WITHDRAWAL.
           MOVE SPACES TO CTR-REPORT-REC
           MOVE WS-CTR-WD-TOTAL TO WS-CTR-TOT-ED
           MOVE SPACE TO WS-CTR-XB-FLAG
           IF WS-CTR-WD-XB = 'Y'
               MOVE '*' TO WS-CTR-XB-FLAG
               ADD 1 TO WS-CTR-XB-LINES
           END-IF
           STRING WS-CTR-CUR-ACCT "  " WS-CTR-NAME(1:24) "  "
               WS-CTR-BRANCH "  WITHDRAWAL  "
               WS-CTR-WD-COUNT "  $" WS-CTR-TOT-ED " " WS-CTR-XB-FLAG
               DELIMITED BY SIZE INTO CTR-REPORT-REC
           WRITE CTR-REPORT-REC
           IF WS-BRT-FOUND-IX > 0
               ADD 1 TO WS-BRT-WD-CNT (WS-BRT-FOUND-IX)
               ADD WS-CTR-WD-TOTAL TO WS-BRT-WD-AMT (WS-BRT-FOUND-IX)
           END-IF
           ADD 1 TO WS-CTR-LINES.

       WRITE-CTR-HEADER.
           MOVE SPACES TO CTR-REPORT-REC
           WRITE CTR-REPORT-REC

           MOVE "Account ID  Name                      Br   Direction   Items  Total"
               TO CTR-REPORT-REC
           WRITE CTR-REPORT-REC

           MOVE "----------  ------------------------  ---  ----------  -----  ------------"
               TO CTR-REPORT-REC
           WRITE CTR-REPORT-REC.

               MOVE "No activity over the reporting threshold."
                   TO CTR-REPORT-REC
               WRITE CTR-REPORT-REC
           ELSE
               PERFORM WRITE-CTR-BRANCH-TOTALS
           END-IF.

       WRITE-CTR-BRANCH-TOTALS.
           MOVE 0 TO WS-CTR-BANK-DEP-CNT
           MOVE 0 TO WS-CTR-BANK-DEP-AMT
           MOVE 0 TO WS-CTR-BANK-WD-CNT
           MOVE 0 TO WS-CTR-BANK-WD-AMT

           MOVE SPACES TO CTR-REPORT-REC
           STRING "Items marked * include cash handled at a branch "
               "other than home: " WS-CTR-XB-LINES
               DELIMITED BY SIZE INTO CTR-REPORT-REC
           WRITE CTR-REPORT-REC

           MOVE SPACES TO CTR-REPORT-REC
           WRITE CTR-REPORT-REC

           MOVE "Subtotals by account home branch:" TO CTR-REPORT-REC
           WRITE CTR-REPORT-REC

           MOVE "Branch  Name                  Items   Deposit Total  Items  Withdrawal Tot"
               TO CTR-REPORT-REC
           WRITE CTR-REPORT-REC

           MOVE "------  --------------------  -----  --------------  -----  --------------"
               TO CTR-REPORT-REC
           WRITE CTR-REPORT-REC

           PERFORM VARYING WS-BRT-IX FROM 1 BY 1
               UNTIL WS-BRT-IX > WS-BRT-USED
               IF WS-BRT-DEP-CNT (WS-BRT-IX) > 0
                   OR WS-BRT-WD-CNT (WS-BRT-IX) > 0
                   MOVE WS-BRT-DEP-AMT (WS-BRT-IX) TO WS-BRT-AMT-ED
                   MOVE WS-BRT-WD-AMT (WS-BRT-IX) TO WS-BRT-AMT2-ED
                   MOVE SPACES TO CTR-REPORT-REC
                   STRING WS-BRT-ID (WS-BRT-IX) "     "
                       WS-BRT-NAME (WS-BRT-IX)(1:20) "  "
                       WS-BRT-DEP-CNT (WS-BRT-IX) "  " WS-BRT-AMT-ED "  "
                       WS-BRT-WD-CNT (WS-BRT-IX) "  " WS-BRT-AMT2-ED
                       DELIMITED BY SIZE INTO CTR-REPORT-REC
                   WRITE CTR-REPORT-REC
                   ADD WS-BRT-DEP-CNT (WS-BRT-IX) TO WS-CTR-BANK-DEP-CNT
                   ADD WS-BRT-DEP-AMT (WS-BRT-IX) TO WS-CTR-BANK-DEP-AMT
                   ADD WS-BRT-WD-CNT (WS-BRT-IX) TO WS-CTR-BANK-WD-CNT
                   ADD WS-BRT-WD-AMT (WS-BRT-IX) TO WS-CTR-BANK-WD-AMT
               END-IF
           END-PERFORM

           MOVE WS-CTR-BANK-DEP-AMT TO WS-BRT-AMT-ED
           MOVE WS-CTR-BANK-WD-AMT TO WS-BRT-AMT2-ED
           MOVE SPACES TO CTR-REPORT-REC
           STRING "BANK    TOTAL                 "
               WS-CTR-BANK-DEP-CNT "  " WS-BRT-AMT-ED "  "
               WS-CTR-BANK-WD-CNT "  " WS-BRT-AMT2-ED
               DELIMITED BY SIZE INTO CTR-REPORT-REC
           WRITE CTR-REPORT-REC.

       DORMANCY-SWEEP.
           DISPLAY " "
           DISPLAY "üí§ DORMANT ACCOUNT SWEEP"
                       READ CUSTOMER-FILE NEXT RECORD
                       IF FILE-STATUS = "00"
                           IF ACCT-STATUS = 'A'
                               AND ACCT-TYPE NOT = 'L'
                               AND ACCT-ID NOT = WS-SETTLE-ACCT
                               AND ACCT-ID NOT = WS-LOSS-ACCT
                               PERFORM DORMANCY-CHECK-ACCOUNT
                           ELSE
                               IF ACCT-STATUS = 'D'
               DELIMITED BY SIZE INTO DORMANT-REPORT-REC
           WRITE DORMANT-REPORT-REC.

       AGING-CHARGEOFF-RUN.
           DISPLAY " "
           DISPLAY "üìë NEGATIVE BALANCE AGING / CHARGE-OFF"
           DISPLAY "======================================"

           IF WS-CHG-RUN-DATE = SPACES
               PERFORM GET-CURRENT-DATETIME
               MOVE WS-DATE-STRING TO WS-CHG-RUN-DATE
           END-IF
           DISPLAY "Run date: " WS-CHG-RUN-DATE
           DISPLAY "Charge-off policy: " WS-CHG-POLICY-DAYS
               " day(s) overdrawn"

           MOVE WS-CHG-RUN-DATE(1:4) TO WS-CAL-YEAR
           MOVE WS-CHG-RUN-DATE(6:2) TO WS-CAL-MONTH
           MOVE WS-CHG-RUN-DATE(9:2) TO WS-CAL-DAY
           PERFORM CALC-DAY-NUMBER
           MOVE WS-CAL-DAY-NUMBER TO WS-CHG-RUN-DAYNO

           MOVE 0 TO WS-CHG-LISTED
           MOVE 0 TO WS-CHG-COUNT
           MOVE 0 TO WS-CHG-TOTAL
           PERFORM VARYING WS-CHG-BUCKET-IX FROM 1 BY 1
               UNTIL WS-CHG-BUCKET-IX > 4
               MOVE 0 TO WS-CHG-BKT-COUNT(WS-CHG-BUCKET-IX)
               MOVE 0 TO WS-CHG-BKT-AMT(WS-CHG-BUCKET-IX)
           END-PERFORM

           PERFORM ENSURE-LOSS-ACCOUNT

           OPEN OUTPUT AGING-REPORT-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening AGING.PRT: " FILE-STATUS
               MOVE 'Y' TO WS-EOD-STEP-FAILED
           ELSE
               PERFORM WRITE-AGING-HEADER

               OPEN I-O CUSTOMER-FILE

               IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Error opening customer file: " FILE-STATUS
                   MOVE 'Y' TO WS-EOD-STEP-FAILED
               ELSE
                   MOVE 'N' TO WS-CHG-SCAN-DONE
                   PERFORM UNTIL WS-CHG-SCAN-DONE = 'Y'
                       READ CUSTOMER-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-CHG-SCAN-DONE
                           NOT AT END
                               IF BALANCE < 0
                                   AND ACCT-STATUS NOT = 'X'
                                   AND ACCT-STATUS NOT = 'C'
                                   AND ACCT-TYPE NOT = 'L'
                                   AND ACCT-ID NOT = WS-SETTLE-ACCT
                                   AND ACCT-ID NOT = WS-LOSS-ACCT
                                   PERFORM AGING-CHECK-ACCOUNT
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE CUSTOMER-FILE
               END-IF

               PERFORM WRITE-AGING-FOOTER
               CLOSE AGING-REPORT-FILE

               MOVE WS-CHG-TOTAL TO WS-CHG-TOT-ED
               DISPLAY " "
               DISPLAY "‚úÖ Aging run complete. " WS-CHG-LISTED
                   " overdrawn account(s), " WS-CHG-COUNT
                   " charged off for $" WS-CHG-TOT-ED
               DISPLAY "   See AGING.PRT for details."
           END-IF.

       AGING-CHECK-ACCOUNT.
           MOVE ACCT-ID TO WS-SEARCH-ID
           PERFORM FIND-OVERDRAWN-SINCE-DATE

           IF WS-CHG-SINCE-DATE = SPACES
               MOVE WS-CHG-RUN-DATE TO WS-CHG-SINCE-DATE
           END-IF

           MOVE WS-CHG-SINCE-DATE(1:4) TO WS-CAL-YEAR
           MOVE WS-CHG-SINCE-DATE(6:2) TO WS-CAL-MONTH
           MOVE WS-CHG-SINCE-DATE(9:2) TO WS-CAL-DAY
           PERFORM CALC-DAY-NUMBER
           MOVE WS-CAL-DAY-NUMBER TO WS-CHG-SINCE-DAYNO

           COMPUTE WS-CHG-DAYS = WS-CHG-RUN-DAYNO - WS-CHG-SINCE-DAYNO
           IF WS-CHG-DAYS < 0
               MOVE 0 TO WS-CHG-DAYS
           END-IF

           IF WS-CHG-DAYS <= 30
               MOVE 1 TO WS-CHG-BUCKET-IX
           ELSE
            IF WS-CHG-DAYS <= 60
                MOVE 2 TO WS-CHG-BUCKET-IX
            ELSE
             IF WS-CHG-DAYS <= 90
                 MOVE 3 TO WS-CHG-BUCKET-IX
             ELSE
                 MOVE 4 TO WS-CHG-BUCKET-IX
             END-IF
            END-IF
           END-IF
           PERFORM SET-AGING-BUCKET-NAME

           ADD 1 TO WS-CHG-LISTED
           ADD 1 TO WS-CHG-BKT-COUNT(WS-CHG-BUCKET-IX)
           SUBTRACT BALANCE FROM WS-CHG-BKT-AMT(WS-CHG-BUCKET-IX)

           MOVE NAME TO WS-CHG-OWNER-NAME
           PERFORM FIND-PRIMARY-OWNER
           IF WS-CM-PRIMARY-ID NOT = SPACES
               MOVE WS-CM-PRIMARY-ID TO WS-CM-CUST-ID-IN
               PERFORM LOOKUP-CUSTOMER-MASTER
               IF WS-CM-FOUND = 'Y'
                   MOVE WS-CM-NAME TO WS-CHG-OWNER-NAME
               END-IF
           END-IF

           MOVE SPACES TO WS-CHG-ACTION
           IF WS-CHG-DAYS > WS-CHG-POLICY-DAYS
               MOVE "CHGOFF" TO WS-CHG-ACTION
           END-IF

           PERFORM WRITE-AGING-DETAIL-LINE

           IF WS-CHG-ACTION NOT = SPACES
               PERFORM CHARGE-OFF-ACCOUNT
           END-IF.

       SET-AGING-BUCKET-NAME.
           EVALUATE WS-CHG-BUCKET-IX
               WHEN 1
                   MOVE "1-30" TO WS-CHG-BUCKET
               WHEN 2
                   MOVE "31-60" TO WS-CHG-BUCKET
               WHEN 3
                   MOVE "61-90" TO WS-CHG-BUCKET
               WHEN OTHER
                   MOVE "90+" TO WS-CHG-BUCKET
           END-EVALUATE.

       FIND-OVERDRAWN-SINCE-DATE.
           MOVE SPACES TO WS-CHG-SINCE-DATE
           MOVE 'N' TO WS-CHG-SINCE-CF
           MOVE 0 TO WS-CHG-RUN-BAL
           OPEN INPUT TRANSACTION-FILE

           IF FILE-STATUS = "00"
               MOVE WS-SEARCH-ID TO TRANS-ACCT-ID
               MOVE SPACES TO TRANS-DATE
               MOVE SPACES TO TRANS-TIME
               MOVE 0 TO TRANS-SEQ
               START TRANSACTION-FILE KEY IS >= TRANS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-TRANS-SCAN-DONE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-TRANS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-TRANS-SCAN-DONE = 'Y'
                   READ TRANSACTION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-TRANS-SCAN-DONE
                       NOT AT END
                           IF TRANS-ACCT-ID NOT = WS-SEARCH-ID
                               MOVE 'Y' TO WS-TRANS-SCAN-DONE
                           ELSE
                               MOVE TRANS-TYPE TO WS-CHG-SIGN-TYPE
                               MOVE TRANS-AMOUNT TO WS-CHG-SIGN-AMT
                               PERFORM APPLY-AGING-SIGNED-AMOUNT
                               IF WS-CHG-RUN-BAL >= 0
                                   MOVE SPACES TO WS-CHG-SINCE-DATE
                                   MOVE 'N' TO WS-CHG-SINCE-CF
                               ELSE
                                   IF WS-CHG-PRIOR-BAL >= 0
                                       MOVE TRANS-DATE TO WS-CHG-SINCE-DATE
                                       IF TRANS-TYPE = 'B' OR TRANS-TYPE = 'C'
                                           MOVE 'Y' TO WS-CHG-SINCE-CF
                                       ELSE
                                           MOVE 'N' TO WS-CHG-SINCE-CF
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF

           IF WS-CHG-SINCE-CF = 'Y'
               PERFORM FIND-ARCHIVED-OVERDRAWN-DATE
               IF WS-CHG-ARCH-SINCE NOT = SPACES
                   MOVE WS-CHG-ARCH-SINCE TO WS-CHG-SINCE-DATE
               END-IF
           END-IF.

       FIND-ARCHIVED-OVERDRAWN-DATE.
           MOVE SPACES TO WS-CHG-ARCH-SINCE
           MOVE 0 TO WS-CHG-RUN-BAL
           OPEN INPUT ARCHIVE-FILE

           IF FILE-STATUS = "00"
               MOVE 'N' TO WS-TRANS-SCAN-DONE
               PERFORM UNTIL WS-TRANS-SCAN-DONE = 'Y'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-TRANS-SCAN-DONE
                       NOT AT END
                           IF ARCH-ACCT-ID = WS-SEARCH-ID
                               MOVE ARCH-TYPE TO WS-CHG-SIGN-TYPE
                               MOVE ARCH-AMOUNT TO WS-CHG-SIGN-AMT
                               PERFORM APPLY-AGING-SIGNED-AMOUNT
                               IF WS-CHG-RUN-BAL >= 0
                                   MOVE SPACES TO WS-CHG-ARCH-SINCE
                               ELSE
                                   IF WS-CHG-PRIOR-BAL >= 0
                                       MOVE ARCH-DATE TO WS-CHG-ARCH-SINCE
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ARCHIVE-FILE
           END-IF.

       APPLY-AGING-SIGNED-AMOUNT.
           MOVE WS-CHG-RUN-BAL TO WS-CHG-PRIOR-BAL
           EVALUATE WS-CHG-SIGN-TYPE
               WHEN 'W'
               WHEN 'F'
               WHEN 'T'
               WHEN 'C'
               WHEN 'N'
               WHEN 'K'
               WHEN 'E'
               WHEN 'L'
               WHEN 'P'
               WHEN 'A'
               WHEN 'H'
               WHEN 'M'
               WHEN 'Y'
                   SUBTRACT WS-CHG-SIGN-AMT FROM WS-CHG-RUN-BAL
               WHEN 'J'
                   CONTINUE
               WHEN OTHER
                   ADD WS-CHG-SIGN-AMT TO WS-CHG-RUN-BAL
           END-EVALUATE.

       CHARGE-OFF-ACCOUNT.
           COMPUTE WS-CHG-AMOUNT = 0 - BALANCE
           MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
           MOVE 0 TO BALANCE
           MOVE 'C' TO ACCT-STATUS
           PERFORM REWRITE-CUSTOMER-JOURNALED

           MOVE ACCT-ID TO WS-SEARCH-ID
           MOVE WS-CHG-AMOUNT TO WS-AMOUNT
           PERFORM LOG-TRANSACTION-CHARGEOFF
           PERFORM WRITE-CHGOFF-REGISTER

           ADD 1 TO WS-CHG-COUNT
           ADD WS-CHG-AMOUNT TO WS-CHG-TOTAL

           MOVE ACCT-ID TO WS-CHG-SAVE-ACCT
           MOVE WS-LOSS-ACCT TO ACCT-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "‚ùå Charge-off loss account not found: "
                       WS-LOSS-ACCT
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
                   SUBTRACT WS-CHG-AMOUNT FROM BALANCE
                   PERFORM REWRITE-CUSTOMER-JOURNALED
                   PERFORM LOG-TRANSACTION-LOSS
           END-READ

           MOVE WS-CHG-SAVE-ACCT TO ACCT-ID
           START CUSTOMER-FILE KEY IS > ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CHG-SCAN-DONE
           END-START

           MOVE WS-CHG-AMOUNT TO WS-CHG-TOT-ED
           DISPLAY "Account charged off: " WS-CHG-SAVE-ACCT
               " $" WS-CHG-TOT-ED " (" WS-CHG-DAYS-ED " days)".

       WRITE-CHGOFF-REGISTER.
           OPEN I-O CHGOFF-FILE
           IF FILE-STATUS = "35"
               OPEN OUTPUT CHGOFF-FILE
           END-IF

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening CHGOFF.DAT: " FILE-STATUS
           ELSE
               MOVE WS-SEARCH-ID TO CHG-ACCT-ID
               MOVE WS-CHG-RUN-DATE TO CHG-DATE
               MOVE WS-CHG-OWNER-NAME TO CHG-NAME
               MOVE WS-CHG-AMOUNT TO CHG-AMOUNT
               MOVE WS-CHG-DAYS TO CHG-DAYS
               MOVE 'O' TO CHG-STATUS
               MOVE 0 TO CHG-RECOVERED
               WRITE CHGOFF-RECORD
                   INVALID KEY
                       DISPLAY "‚ùå Error writing CHGOFF.DAT: "
                           FILE-STATUS
               END-WRITE
               CLOSE CHGOFF-FILE
           END-IF.

       WRITE-AGING-HEADER.
           MOVE SPACES TO AGING-REPORT-REC
           STRING "NEGATIVE BALANCE AGING REPORT - RUN DATE "
               WS-CHG-RUN-DATE
               DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC

           MOVE SPACES TO AGING-REPORT-REC
           STRING "Charge-off policy: " WS-CHG-POLICY-DAYS
               " day(s) overdrawn"
               DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC

           MOVE SPACES TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC

           MOVE "Account ID  Owner Name                      Balance      Days   Bucket  Action"
               TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC

           MOVE "----------  ------------------------------  -----------  -----  ------  -------"
               TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC.

       WRITE-AGING-DETAIL-LINE.
           MOVE SPACES TO AGING-REPORT-REC
           MOVE BALANCE TO WS-CHG-BAL-ED
           MOVE WS-CHG-DAYS TO WS-CHG-DAYS-ED
           STRING ACCT-ID "  " WS-CHG-OWNER-NAME "  " WS-CHG-BAL-ED "  "
               WS-CHG-DAYS-ED "  " WS-CHG-BUCKET "   " WS-CHG-ACTION
               DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC.

       WRITE-AGING-FOOTER.
           MOVE SPACES TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC

           MOVE "Bucket  Accounts  Amount Overdrawn" TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC

           PERFORM VARYING WS-CHG-BUCKET-IX FROM 1 BY 1
               UNTIL WS-CHG-BUCKET-IX > 4
               PERFORM SET-AGING-BUCKET-NAME
               MOVE WS-CHG-BKT-AMT(WS-CHG-BUCKET-IX) TO WS-CHG-TOT-ED
               MOVE SPACES TO AGING-REPORT-REC
               STRING WS-CHG-BUCKET "   " WS-CHG-BKT-COUNT(WS-CHG-BUCKET-IX)
                   "     " WS-CHG-TOT-ED
                   DELIMITED BY SIZE INTO AGING-REPORT-REC
               WRITE AGING-REPORT-REC
           END-PERFORM

           MOVE SPACES TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC

           MOVE SPACES TO AGING-REPORT-REC
           STRING "Accounts aged:      " WS-CHG-LISTED
               DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC

           MOVE WS-CHG-TOTAL TO WS-CHG-TOT-ED
           MOVE SPACES TO AGING-REPORT-REC
           STRING "Charged off:        " WS-CHG-COUNT
               "  $" WS-CHG-TOT-ED
               DELIMITED BY SIZE INTO AGING-REPORT-REC
           WRITE AGING-REPORT-REC.

       CAPTURE-CD-TERMS.
           DISPLAY "Enter CD Term in Months (1-120): " WITH NO ADVANCING
           ACCEPT WS-CD-TERM-IN

           DISPLAY "Maturity Instruction (R=Renew, P=Pay Out, H=Hold): "
               WITH NO ADVANCING
           ACCEPT WS-CD-INSTR-IN

           MOVE SPACES TO WS-CD-PAYOUT-IN
           IF WS-CD-INSTR-IN = 'P'
               DISPLAY "Enter Payout Account ID: " WITH NO ADVANCING
               ACCEPT WS-CD-PAYOUT-IN
           END-IF

           IF WS-BALANCE NOT > 0
               DISPLAY "‚ùå A CD must be opened with a deposit."
               MOVE 'N' TO WS-NEW-ACCT-OK
           ELSE
            IF WS-CD-TERM-IN < 1 OR WS-CD-TERM-IN > 120
               DISPLAY "‚ùå CD term must be 1 to 120 months."
               MOVE 'N' TO WS-NEW-ACCT-OK
            ELSE
             IF WS-CD-INSTR-IN NOT = 'R' AND WS-CD-INSTR-IN NOT = 'P'
                 AND WS-CD-INSTR-IN NOT = 'H'
               DISPLAY "‚ùå Maturity instruction must be R, P or H."
               MOVE 'N' TO WS-NEW-ACCT-OK
             ELSE
               IF WS-CD-INSTR-IN = 'P'
                   MOVE WS-CD-PAYOUT-IN TO WS-LINK-ACCT-IN
                   PERFORM VALIDATE-LINKED-ACCOUNT
               END-IF
             END-IF
            END-IF
           END-IF

           IF WS-NEW-ACCT-OK = 'N'
               DISPLAY "‚ùå Account not created."
           END-IF.

       VALIDATE-LINKED-ACCOUNT.
           IF WS-LINK-ACCT-IN = SPACES OR WS-LINK-ACCT-IN = WS-ACCT-ID
               DISPLAY "‚ùå A separate linked account is required."
               MOVE 'N' TO WS-NEW-ACCT-OK
           ELSE
               OPEN INPUT CUSTOMER-FILE
               IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Linked account not found: " WS-LINK-ACCT-IN
                   MOVE 'N' TO WS-NEW-ACCT-OK
               ELSE
                   MOVE WS-LINK-ACCT-IN TO ACCT-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           DISPLAY "‚ùå Linked account not found: "
                               WS-LINK-ACCT-IN
                           MOVE 'N' TO WS-NEW-ACCT-OK
                       NOT INVALID KEY
                           IF ACCT-STATUS = 'X'
                               OR (ACCT-TYPE NOT = 'S' AND ACCT-TYPE NOT = 'C')
                               DISPLAY "‚ùå Linked account must be an open"
                                   " savings or checking account."
                               MOVE 'N' TO WS-NEW-ACCT-OK
                           END-IF
                   END-READ
               END-IF
               CLOSE CUSTOMER-FILE
           END-IF.

       WRITE-CD-MASTER.
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-DATE-STRING TO WS-CD-MATURITY
           PERFORM CALC-CD-MATURITY-DATE

           MOVE 'T' TO WS-RATE-SEARCH-TYPE
           MOVE WS-BALANCE TO BALANCE
           PERFORM FIND-RATE-FOR-BALANCE
           MOVE WS-RATE-PCT TO WS-CD-RATE

           OPEN I-O CDMAST-FILE
           IF FILE-STATUS = "35"
               OPEN OUTPUT CDMAST-FILE
           END-IF

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening CDMAST.DAT: " FILE-STATUS
           ELSE
               MOVE WS-ACCT-ID TO CD-ACCT-ID
               MOVE WS-CD-TERM-IN TO CD-TERM-MONTHS
               MOVE WS-DATE-STRING TO CD-OPEN-DATE
               MOVE WS-CD-MATURITY TO CD-MATURITY-DATE
               MOVE WS-CD-RATE TO CD-RATE
               MOVE WS-CD-INSTR-IN TO CD-INSTRUCTION
               MOVE WS-CD-PAYOUT-IN TO CD-PAYOUT-ACCT
               MOVE 'A' TO CD-STATUS
               WRITE CDMAST-RECORD
                   INVALID KEY
                       DISPLAY "‚ùå Error writing CDMAST.DAT: " FILE-STATUS
               END-WRITE
               CLOSE CDMAST-FILE
           END-IF.

       CALC-CD-MATURITY-DATE.
           MOVE WS-CD-MATURITY(1:4) TO WS-CAL-YEAR
           MOVE WS-CD-MATURITY(6:2) TO WS-CAL-MONTH
           MOVE WS-CD-MATURITY(9:2) TO WS-CAL-DAY

           DIVIDE WS-CD-TERM-IN BY 12 GIVING WS-CAL-QUOT
               REMAINDER WS-CAL-REM
           ADD WS-CAL-QUOT TO WS-CAL-YEAR
           ADD WS-CAL-REM TO WS-CAL-MONTH
           IF WS-CAL-MONTH > 12
               SUBTRACT 12 FROM WS-CAL-MONTH
               ADD 1 TO WS-CAL-YEAR
           END-IF
           PERFORM CALC-DAYS-IN-MONTH
           IF WS-CAL-DAY > WS-CAL-DIM
               MOVE WS-CAL-DIM TO WS-CAL-DAY
           END-IF

           MOVE SPACES TO WS-CAL-DATE-OUT
           STRING WS-CAL-YEAR '/' WS-CAL-MONTH '/' WS-CAL-DAY
               DELIMITED BY SIZE INTO WS-CAL-DATE-OUT
           MOVE WS-CAL-DATE-OUT TO WS-CD-MATURITY.

       CHECK-CD-EARLY-WITHDRAWAL.
           MOVE 'Y' TO WS-CD-WD-OK
           MOVE 'N' TO WS-CD-EARLY
           MOVE 0 TO WS-CD-PENALTY

           OPEN INPUT CDMAST-FILE
           IF FILE-STATUS = "00"
               MOVE WS-SEARCH-ID TO CD-ACCT-ID
               READ CDMAST-FILE
                   NOT INVALID KEY
                       PERFORM GET-CURRENT-DATETIME
                       IF CD-STATUS = 'A'
                           AND CD-MATURITY-DATE > WS-DATE-STRING
                           MOVE 'Y' TO WS-CD-EARLY
                           MOVE CD-RATE TO WS-CD-RATE
                           MOVE CD-MATURITY-DATE TO WS-CD-MATURITY
                       END-IF
               END-READ
               CLOSE CDMAST-FILE
           END-IF

           IF WS-CD-EARLY = 'Y'
               COMPUTE WS-CD-PENALTY ROUNDED =
                   WS-AMOUNT * WS-CD-RATE * WS-CD-PENALTY-DAYS / 365
               MOVE WS-CD-PENALTY TO WS-CD-AMT-ED
               DISPLAY " "
               DISPLAY "Certificate of deposit has not matured (matures "
                   WS-CD-MATURITY ")."
               DISPLAY "Early withdrawal penalty: $" WS-CD-AMT-ED
               PERFORM REQUIRE-SUPERVISOR
               IF WS-OVR-OK = 'N'
                   MOVE 'N' TO WS-CD-WD-OK
                   DISPLAY "‚ùå Early withdrawal cancelled."
               END-IF
           END-IF.

       CHECK-CD-PENALTY-COVER.
           OPEN INPUT CUSTOMER-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening customer file: " FILE-STATUS
               MOVE 'N' TO WS-CD-WD-OK
           ELSE
               MOVE WS-SEARCH-ID TO ACCT-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       PERFORM COMPUTE-ACTIVE-HOLDS
                       COMPUTE WS-AVAILABLE = BALANCE + OD-LIMIT
                           - WS-HOLD-TOTAL
                       IF WS-AMOUNT + WS-CD-PENALTY > WS-AVAILABLE
                           MOVE 'N' TO WS-CD-WD-OK
                           DISPLAY " "
                           DISPLAY "‚ùå Amount plus early-withdrawal penalty "
                               "exceeds balance."
                           MOVE WS-AVAILABLE TO WS-BALANCE-DISP-ED
                           DISPLAY "   Available balance: $"
                               WS-BALANCE-DISP-ED
                           DISPLAY "   Use Close Account to pay out the whole"
                               " certificate."
                       END-IF
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

       POST-CD-PENALTY.
           OPEN I-O CUSTOMER-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening customer file: " FILE-STATUS
           ELSE
               MOVE WS-SEARCH-ID TO ACCT-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       IF WS-CD-PENALTY > 0
                           MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
                           SUBTRACT WS-CD-PENALTY FROM BALANCE
                           MOVE BALANCE TO WS-NEW-BALANCE
                           PERFORM REWRITE-CUSTOMER-JOURNALED
                           MOVE WS-AMOUNT TO WS-CD-SAVE-AMT
                           MOVE WS-CD-PENALTY TO WS-AMOUNT
                           PERFORM LOG-TRANSACTION-PENALTY
                           MOVE WS-CD-SAVE-AMT TO WS-AMOUNT
                       END-IF
               END-READ
           END-IF

           CLOSE CUSTOMER-FILE.

       CLOSE-CD-MASTER.
           OPEN I-O CDMAST-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening CDMAST.DAT: " FILE-STATUS
           ELSE
               MOVE WS-SEARCH-ID TO CD-ACCT-ID
               READ CDMAST-FILE
                   NOT INVALID KEY
                       MOVE 'X' TO CD-STATUS
                       REWRITE CDMAST-RECORD
                       IF FILE-STATUS NOT = "00"
                           DISPLAY "‚ùå Error updating CDMAST.DAT: "
                               FILE-STATUS
                       END-IF
               END-READ
               CLOSE CDMAST-FILE
           END-IF.

       FIND-CD-LOCKED-RATE.
           MOVE 'N' TO WS-CD-FOUND
           OPEN INPUT CDMAST-FILE
           IF FILE-STATUS = "00"
               MOVE ACCT-ID TO CD-ACCT-ID
               READ CDMAST-FILE
                   NOT INVALID KEY
                       IF CD-STATUS = 'A'
                           MOVE 'Y' TO WS-CD-FOUND
                           MOVE CD-RATE TO WS-RATE-PCT
                       END-IF
               END-READ
               CLOSE CDMAST-FILE
           END-IF

           IF WS-CD-FOUND = 'N'
               MOVE 'S' TO WS-RATE-SEARCH-TYPE
               PERFORM FIND-RATE-FOR-BALANCE
           END-IF.

       CD-MATURITY-RUN.
           DISPLAY " "
           DISPLAY "üìÖ CERTIFICATE OF DEPOSIT MATURITY RUN"
           DISPLAY "======================================"

           IF WS-CD-RUN-DATE = SPACES
               PERFORM GET-CURRENT-DATETIME
               MOVE WS-DATE-STRING TO WS-CD-RUN-DATE
           END-IF
           DISPLAY "Run date: " WS-CD-RUN-DATE

           MOVE WS-CD-RUN-DATE(1:4) TO WS-CAL-YEAR
           MOVE WS-CD-RUN-DATE(6:2) TO WS-CAL-MONTH
           MOVE WS-CD-RUN-DATE(9:2) TO WS-CAL-DAY
           PERFORM CALC-DAY-NUMBER
           MOVE WS-CAL-DAY-NUMBER TO WS-CD-RUN-DAYNO

           MOVE 0 TO WS-CD-MATURED
           MOVE 0 TO WS-CD-RENEWED
           MOVE 0 TO WS-CD-PAID
           MOVE 0 TO WS-CD-HELD
           MOVE 0 TO WS-CD-NOTICES

           OPEN OUTPUT CD-REPORT-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening CDMATURE.PRT: " FILE-STATUS
               MOVE 'Y' TO WS-EOD-STEP-FAILED
           ELSE
               MOVE 1 TO WS-CD-PASS
               PERFORM WRITE-CD-REPORT-HEADER

               OPEN I-O CDMAST-FILE

               IF FILE-STATUS = "35"
                   DISPLAY "No certificates of deposit on file."
               ELSE
                IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Error opening CDMAST.DAT: " FILE-STATUS
                   MOVE 'Y' TO WS-EOD-STEP-FAILED
                ELSE
                   MOVE 'N' TO WS-CD-SCAN-DONE
                   PERFORM UNTIL WS-CD-SCAN-DONE = 'Y'
                       READ CDMAST-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-CD-SCAN-DONE
                           NOT AT END
                               IF CD-STATUS = 'A'
                                   AND CD-MATURITY-DATE <= WS-CD-RUN-DATE
                                   PERFORM MATURE-ONE-CD
                                   REWRITE CDMAST-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CDMAST-FILE

                   MOVE 2 TO WS-CD-PASS
                   PERFORM WRITE-CD-REPORT-HEADER

                   OPEN INPUT CDMAST-FILE
                   IF FILE-STATUS NOT = "00"
                       DISPLAY "‚ùå Error opening CDMAST.DAT: " FILE-STATUS
                       MOVE 'Y' TO WS-EOD-STEP-FAILED
                   ELSE
                       MOVE 'N' TO WS-CD-SCAN-DONE
                       PERFORM UNTIL WS-CD-SCAN-DONE = 'Y'
                           READ CDMAST-FILE NEXT RECORD
                               AT END
                                   MOVE 'Y' TO WS-CD-SCAN-DONE
                               NOT AT END
                                   IF CD-STATUS = 'A'
                                       PERFORM CHECK-CD-NOTICE
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE CDMAST-FILE
                   END-IF
                END-IF
               END-IF

               PERFORM WRITE-CD-REPORT-FOOTER
               CLOSE CD-REPORT-FILE

               DISPLAY " "
               DISPLAY "‚úÖ CD maturity run complete. " WS-CD-MATURED
                   " matured (" WS-CD-RENEWED " renewed, " WS-CD-PAID
                   " paid out, " WS-CD-HELD " held), "
                   WS-CD-NOTICES " maturity notice(s)."
               DISPLAY "   See CDMATURE.PRT for details."
           END-IF.

       MATURE-ONE-CD.
           MOVE CD-ACCT-ID TO WS-SEARCH-ID
           PERFORM FIND-ACCOUNT-OWNER-INFO
           PERFORM POST-CD-MATURITY-INTEREST

           IF WS-FOUND = 'N'
               MOVE 'X' TO CD-STATUS
               MOVE "CLOSED" TO WS-CD-ACTION
           ELSE
               EVALUATE CD-INSTRUCTION
                   WHEN 'R'
                       MOVE CD-MATURITY-DATE TO CD-OPEN-DATE
                       MOVE CD-MATURITY-DATE TO WS-CD-MATURITY
                       MOVE CD-TERM-MONTHS TO WS-CD-TERM-IN
                       PERFORM CALC-CD-MATURITY-DATE
                       MOVE WS-CD-MATURITY TO CD-MATURITY-DATE
                       MOVE 'T' TO WS-RATE-SEARCH-TYPE
                       MOVE WS-OWNER-BALANCE TO BALANCE
                       PERFORM FIND-RATE-FOR-BALANCE
                       MOVE WS-RATE-PCT TO CD-RATE
                       ADD 1 TO WS-CD-RENEWED
                       MOVE "RENEWED" TO WS-CD-ACTION
                   WHEN 'P'
                       MOVE 'Y' TO WS-XFER-OK
                       IF WS-OWNER-BALANCE > 0
                           MOVE CD-PAYOUT-ACCT TO WS-XFER-TARGET-ID
                           MOVE WS-OWNER-BALANCE TO WS-AMOUNT
                           MOVE 'Y' TO WS-CD-DEBIT-OK
                           PERFORM POST-TRANSFER
                           MOVE 'N' TO WS-CD-DEBIT-OK
                       END-IF
                       IF WS-XFER-OK = 'Y'
                           MOVE 'P' TO CD-STATUS
                           ADD 1 TO WS-CD-PAID
                           MOVE "PAID OUT" TO WS-CD-ACTION
                       ELSE
                           MOVE 'M' TO CD-STATUS
                           ADD 1 TO WS-CD-HELD
                           MOVE "PAY FAIL" TO WS-CD-ACTION
                       END-IF
                   WHEN OTHER
                       MOVE 'M' TO CD-STATUS
                       ADD 1 TO WS-CD-HELD
                       MOVE "HELD" TO WS-CD-ACTION
               END-EVALUATE
           END-IF

           ADD 1 TO WS-CD-MATURED
           PERFORM WRITE-CD-MATURITY-LINE
           DISPLAY "CD matured: " CD-ACCT-ID " - " WS-CD-ACTION.

       FIND-ACCOUNT-OWNER-INFO.
           MOVE SPACES TO WS-OWNER-NAME
           MOVE 0 TO WS-OWNER-BALANCE

           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS = "00"
               MOVE WS-SEARCH-ID TO ACCT-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       MOVE NAME TO WS-OWNER-NAME
                       MOVE BALANCE TO WS-OWNER-BALANCE
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF

           PERFORM FIND-PRIMARY-OWNER
           IF WS-CM-PRIMARY-ID NOT = SPACES
               MOVE WS-CM-PRIMARY-ID TO WS-CM-CUST-ID-IN
               PERFORM LOOKUP-CUSTOMER-MASTER
               IF WS-CM-FOUND = 'Y'
                   MOVE WS-CM-NAME TO WS-OWNER-NAME
               END-IF
           END-IF.

       POST-CD-MATURITY-INTEREST.
           MOVE 'N' TO WS-FOUND
           OPEN I-O CUSTOMER-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening customer file: " FILE-STATUS
           ELSE
               MOVE WS-SEARCH-ID TO ACCT-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "‚ùå CD account not found: " WS-SEARCH-ID
                   NOT INVALID KEY
                       IF ACCT-STATUS NOT = 'X'
                           MOVE 'Y' TO WS-FOUND
                           PERFORM TAKE-CD-ACCRUAL
                           IF WS-ACR-POST-AMT > 0
                               MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
                               ADD WS-ACR-POST-AMT TO BALANCE
                               MOVE WS-CD-RUN-DATE TO LAST-INTEREST-DATE
                               PERFORM REWRITE-CUSTOMER-JOURNALED
                               MOVE WS-ACR-POST-AMT TO WS-AMOUNT
                               PERFORM LOG-TRANSACTION-INTEREST
                           END-IF
                           MOVE BALANCE TO WS-OWNER-BALANCE
                       END-IF
               END-READ
           END-IF

           CLOSE CUSTOMER-FILE.

       TAKE-CD-ACCRUAL.
           MOVE 0 TO WS-ACR-POST-AMT
           OPEN I-O ACCRUAL-FILE
           IF FILE-STATUS = "00"
               MOVE WS-SEARCH-ID TO ACCR-ACCT-ID
               READ ACCRUAL-FILE
                   NOT INVALID KEY
                       IF ACCR-AMOUNT >= 0.01
                           MOVE ACCR-AMOUNT TO WS-ACR-POST-AMT
                           SUBTRACT WS-ACR-POST-AMT FROM ACCR-AMOUNT
                           REWRITE ACCRUAL-RECORD
                       END-IF
               END-READ
               CLOSE ACCRUAL-FILE
           END-IF.

       CHECK-CD-NOTICE.
           MOVE CD-MATURITY-DATE(1:4) TO WS-CAL-YEAR
           MOVE CD-MATURITY-DATE(6:2) TO WS-CAL-MONTH
           MOVE CD-MATURITY-DATE(9:2) TO WS-CAL-DAY
           PERFORM CALC-DAY-NUMBER
           MOVE WS-CAL-DAY-NUMBER TO WS-CD-MAT-DAYNO
           COMPUTE WS-CD-DAYS-LEFT = WS-CD-MAT-DAYNO - WS-CD-RUN-DAYNO

           IF WS-CD-DAYS-LEFT > 0
               AND WS-CD-DAYS-LEFT <= WS-CD-NOTICE-DAYS
               MOVE CD-ACCT-ID TO WS-SEARCH-ID
               PERFORM FIND-ACCOUNT-OWNER-INFO
               ADD 1 TO WS-CD-NOTICES
               PERFORM WRITE-CD-NOTICE-LINE
           END-IF.

       WRITE-CD-REPORT-HEADER.
           IF WS-CD-PASS = 1
               MOVE SPACES TO CD-REPORT-REC
               STRING "CD MATURITY REPORT - RUN DATE " WS-CD-RUN-DATE
                   DELIMITED BY SIZE INTO CD-REPORT-REC
               WRITE CD-REPORT-REC

               MOVE SPACES TO CD-REPORT-REC
               WRITE CD-REPORT-REC

               MOVE "CERTIFICATES MATURED TODAY" TO CD-REPORT-REC
               WRITE CD-REPORT-REC

               MOVE "Account ID  Owner Name                      Matured     Balance      Action"
                   TO CD-REPORT-REC
               WRITE CD-REPORT-REC

               MOVE "----------  ------------------------------  ----------  -----------  --------"
                   TO CD-REPORT-REC
               WRITE CD-REPORT-REC
           ELSE
               MOVE SPACES TO CD-REPORT-REC
               WRITE CD-REPORT-REC

               MOVE SPACES TO CD-REPORT-REC
               STRING "PRE-MATURITY NOTICES - MATURING WITHIN "
                   WS-CD-NOTICE-DAYS " DAYS"
                   DELIMITED BY SIZE INTO CD-REPORT-REC
               WRITE CD-REPORT-REC

               MOVE "Account ID  Owner Name                      Matures     Days  Balance      I"
                   TO CD-REPORT-REC
               WRITE CD-REPORT-REC

               MOVE "----------  ------------------------------  ----------  ----  -----------  -"
                   TO CD-REPORT-REC
               WRITE CD-REPORT-REC
           END-IF.

       WRITE-CD-MATURITY-LINE.
           MOVE SPACES TO CD-REPORT-REC
           MOVE WS-OWNER-BALANCE TO WS-CD-BAL-ED
           STRING CD-ACCT-ID "  " WS-OWNER-NAME "  " WS-CD-RUN-DATE
               "  " WS-CD-BAL-ED "  " WS-CD-ACTION
               DELIMITED BY SIZE INTO CD-REPORT-REC
           WRITE CD-REPORT-REC.

       WRITE-CD-NOTICE-LINE.
           MOVE SPACES TO CD-REPORT-REC
           MOVE WS-OWNER-BALANCE TO WS-CD-BAL-ED
           MOVE WS-CD-DAYS-LEFT TO WS-CD-DAYS-ED
           STRING CD-ACCT-ID "  " WS-OWNER-NAME "  " CD-MATURITY-DATE
               "  " WS-CD-DAYS-ED "   " WS-CD-BAL-ED "  " CD-INSTRUCTION
               DELIMITED BY SIZE INTO CD-REPORT-REC
           WRITE CD-REPORT-REC.

       WRITE-CD-REPORT-FOOTER.
           MOVE SPACES TO CD-REPORT-REC
           WRITE CD-REPORT-REC

           MOVE SPACES TO CD-REPORT-REC
           STRING "Matured:            " WS-CD-MATURED
               DELIMITED BY SIZE INTO CD-REPORT-REC
           WRITE CD-REPORT-REC

           MOVE SPACES TO CD-REPORT-REC
           STRING "  Renewed:          " WS-CD-RENEWED
               DELIMITED BY SIZE INTO CD-REPORT-REC
           WRITE CD-REPORT-REC

           MOVE SPACES TO CD-REPORT-REC
           STRING "  Paid out:         " WS-CD-PAID
               DELIMITED BY SIZE INTO CD-REPORT-REC
           WRITE CD-REPORT-REC

           MOVE SPACES TO CD-REPORT-REC
           STRING "  Held:             " WS-CD-HELD
               DELIMITED BY SIZE INTO CD-REPORT-REC
           WRITE CD-REPORT-REC

           MOVE SPACES TO CD-REPORT-REC
           STRING "Maturity notices:   " WS-CD-NOTICES
               DELIMITED BY SIZE INTO CD-REPORT-REC
           WRITE CD-REPORT-REC.

       CAPTURE-LOAN-TERMS.
           MOVE WS-BALANCE TO WS-LN-PRINCIPAL-IN
           MOVE 0 TO WS-BALANCE

           DISPLAY "Enter Annual Interest Rate (e.g. 0.0750 for 7.5%): "
               WITH NO ADVANCING
           ACCEPT WS-LN-RATE-IN

           DISPLAY "Enter Loan Term in Months (1-360): " WITH NO ADVANCING
           ACCEPT WS-LN-TERM-IN

           DISPLAY "Enter First Payment Due Date (YYYY/MM/DD, blank for "
               "one month out): " WITH NO ADVANCING
           MOVE SPACES TO WS-LN-FIRST-DUE-IN
           ACCEPT WS-LN-FIRST-DUE-IN

           DISPLAY "Enter Disbursement Account ID (blank for official "
               "check): " WITH NO ADVANCING
           MOVE SPACES TO WS-LN-DISB-IN
           ACCEPT WS-LN-DISB-IN

           PERFORM GET-CURRENT-DATETIME
           IF WS-LN-FIRST-DUE-IN = SPACES
               MOVE WS-DATE-STRING TO WS-LN-BASE-DATE
               MOVE WS-DATE-STRING(9:2) TO WS-LN-DUE-DAY
               MOVE 1 TO WS-LN-ADD-MONTHS
               PERFORM CALC-LOAN-DUE-DATE
               MOVE WS-CAL-DATE-OUT TO WS-LN-FIRST-DUE-IN
           END-IF

           IF WS-LN-PRINCIPAL-IN NOT > 0
               DISPLAY "‚ùå Loan amount must be greater than zero."
               MOVE 'N' TO WS-NEW-ACCT-OK
           ELSE
            IF WS-LN-TERM-IN < 1 OR WS-LN-TERM-IN > 360
               DISPLAY "‚ùå Loan term must be 1 to 360 months."
               MOVE 'N' TO WS-NEW-ACCT-OK
            ELSE
             IF WS-LN-RATE-IN > WS-LN-MAX-RATE
               DISPLAY "‚ùå Annual rate may not exceed " WS-LN-MAX-RATE
               MOVE 'N' TO WS-NEW-ACCT-OK
             ELSE
               PERFORM VALIDATE-LOAN-FIRST-DUE
               IF WS-NEW-ACCT-OK = 'Y' AND WS-LN-DISB-IN NOT = SPACES
                   MOVE WS-LN-DISB-IN TO WS-LINK-ACCT-IN
                   PERFORM VALIDATE-LINKED-ACCOUNT
               END-IF
             END-IF
            END-IF
           END-IF

           IF WS-NEW-ACCT-OK = 'Y'
               PERFORM CALC-LOAN-PAYMENT
               MOVE WS-LN-PAYMENT TO WS-LN-AMT-ED
               DISPLAY " "
               DISPLAY "Scheduled monthly payment: $" WS-LN-AMT-ED
               DISPLAY "First payment due:         " WS-LN-FIRST-DUE-IN
               PERFORM REQUIRE-SUPERVISOR
               IF WS-OVR-OK = 'N'
                   DISPLAY "‚ùå Loan booking requires supervisor approval."
                   MOVE 'N' TO WS-NEW-ACCT-OK
               END-IF
           END-IF

           IF WS-NEW-ACCT-OK = 'N'
               DISPLAY "‚ùå Account not created."
           END-IF.

       VALIDATE-LOAN-FIRST-DUE.
           IF WS-LN-FIRST-DUE-IN(1:4) NOT NUMERIC
               OR WS-LN-FIRST-DUE-IN(6:2) NOT NUMERIC
               OR WS-LN-FIRST-DUE-IN(9:2) NOT NUMERIC
               OR WS-LN-FIRST-DUE-IN(5:1) NOT = '/'
               OR WS-LN-FIRST-DUE-IN(8:1) NOT = '/'
               DISPLAY "‚ùå First payment date must be YYYY/MM/DD."
               MOVE 'N' TO WS-NEW-ACCT-OK
           ELSE
               MOVE WS-LN-FIRST-DUE-IN(1:4) TO WS-CAL-YEAR
               MOVE WS-LN-FIRST-DUE-IN(6:2) TO WS-CAL-MONTH
               MOVE WS-LN-FIRST-DUE-IN(9:2) TO WS-CAL-DAY
               IF WS-CAL-MONTH < 1 OR WS-CAL-MONTH > 12
                   DISPLAY "‚ùå First payment date must be YYYY/MM/DD."
                   MOVE 'N' TO WS-NEW-ACCT-OK
               ELSE
                   PERFORM CALC-DAYS-IN-MONTH
                   IF WS-CAL-DAY < 1 OR WS-CAL-DAY > WS-CAL-DIM
                       OR WS-LN-FIRST-DUE-IN NOT > WS-DATE-STRING
                       DISPLAY "‚ùå First payment date must be a valid "
                           "future date."
                       MOVE 'N' TO WS-NEW-ACCT-OK
                   ELSE
                       MOVE WS-CAL-DAY TO WS-LN-DUE-DAY
                   END-IF
               END-IF
           END-IF.

       CALC-LOAN-PAYMENT.
           IF WS-LN-RATE-IN = 0
               MOVE 0 TO WS-LN-MRATE
               COMPUTE WS-LN-PAYMENT ROUNDED =
                   WS-LN-PRINCIPAL-IN / WS-LN-TERM-IN
           ELSE
               COMPUTE WS-LN-MRATE = WS-LN-RATE-IN / 12
               COMPUTE WS-LN-FACTOR = (1 + WS-LN-MRATE) ** WS-LN-TERM-IN
               COMPUTE WS-LN-PAYMENT ROUNDED =
                   WS-LN-PRINCIPAL-IN * WS-LN-MRATE * WS-LN-FACTOR
                   / (WS-LN-FACTOR - 1)
           END-IF.

       CALC-LOAN-DUE-DATE.
           MOVE WS-LN-BASE-DATE(1:4) TO WS-CAL-YEAR
           MOVE WS-LN-BASE-DATE(6:2) TO WS-CAL-MONTH
           COMPUTE WS-LN-MONTHS0 = WS-CAL-MONTH - 1 + WS-LN-ADD-MONTHS
           DIVIDE WS-LN-MONTHS0 BY 12 GIVING WS-CAL-QUOT
               REMAINDER WS-CAL-REM
           ADD WS-CAL-QUOT TO WS-CAL-YEAR
           COMPUTE WS-CAL-MONTH = WS-CAL-REM + 1
           PERFORM CALC-DAYS-IN-MONTH
           IF WS-LN-DUE-DAY > WS-CAL-DIM
               MOVE WS-CAL-DIM TO WS-CAL-DAY
           ELSE
               MOVE WS-LN-DUE-DAY TO WS-CAL-DAY
           END-IF

           MOVE SPACES TO WS-CAL-DATE-OUT
           STRING WS-CAL-YEAR '/' WS-CAL-MONTH '/' WS-CAL-DAY
               DELIMITED BY SIZE INTO WS-CAL-DATE-OUT.

       BOOK-LOAN.
           PERFORM GET-CURRENT-DATETIME

           OPEN I-O LOANMAST-FILE
           IF FILE-STATUS = "35"
               OPEN OUTPUT LOANMAST-FILE
           END-IF

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening LOANMAST.DAT: " FILE-STATUS
           ELSE
               MOVE WS-ACCT-ID TO LN-ACCT-ID
               MOVE WS-LN-PRINCIPAL-IN TO LN-PRINCIPAL
               MOVE WS-LN-RATE-IN TO LN-RATE
               MOVE WS-LN-TERM-IN TO LN-TERM-MONTHS
               MOVE WS-LN-PAYMENT TO LN-PAYMENT-AMT
               MOVE WS-DATE-STRING TO LN-BOOK-DATE
               MOVE WS-LN-DUE-DAY TO LN-DUE-DAY
               MOVE WS-LN-FIRST-DUE-IN TO LN-NEXT-DUE-DATE
               MOVE SPACES TO LN-PAID-THRU-DATE
               MOVE WS-LN-PRINCIPAL-IN TO LN-BALANCE
               MOVE WS-DATE-STRING TO LN-INT-DATE
               MOVE 0 TO LN-INT-ARREARS
               MOVE 0 TO LN-UNAPPLIED
               MOVE 0 TO LN-DAYS-PAST-DUE
               MOVE 0 TO LN-DELQ-BUCKET
               MOVE SPACES TO LN-FEE-DUE-DATE
               MOVE SPACES TO LN-PAY-ACCT
               MOVE 'A' TO LN-STATUS
               WRITE LOANMAST-RECORD
                   INVALID KEY
                       DISPLAY "‚ùå Error writing LOANMAST.DAT: " FILE-STATUS
               END-WRITE
               CLOSE LOANMAST-FILE

               PERFORM POST-LOAN-ADVANCE
               PERFORM PRINT-AMORTIZATION-SCHEDULE
           END-IF.

       POST-LOAN-ADVANCE.
           OPEN I-O CUSTOMER-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening customer file: " FILE-STATUS
           ELSE
               MOVE WS-LN-PRINCIPAL-IN TO WS-AMOUNT
               MOVE WS-ACCT-ID TO ACCT-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
                       SUBTRACT WS-AMOUNT FROM BALANCE
                       PERFORM REWRITE-CUSTOMER-JOURNALED
                       MOVE WS-ACCT-ID TO WS-SEARCH-ID
                       PERFORM LOG-TRANSACTION-LOAN-ADVANCE
               END-READ

               IF WS-LN-DISB-IN NOT = SPACES
                   MOVE WS-LN-DISB-IN TO ACCT-ID
                   READ CUSTOMER-FILE
                       NOT INVALID KEY
                           MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
                           ADD WS-AMOUNT TO BALANCE
                           PERFORM REWRITE-CUSTOMER-JOURNALED
                           MOVE WS-LN-DISB-IN TO WS-SEARCH-ID
                           PERFORM LOG-TRANSACTION-LOAN-DISB
                   END-READ
               END-IF
           END-IF

           CLOSE CUSTOMER-FILE.

       PRINT-AMORTIZATION-SCHEDULE.
           OPEN OUTPUT LOAN-SCHED-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening LOANSCHD.PRT: " FILE-STATUS
           ELSE
               PERFORM WRITE-LOAN-SCHED-HEADER

               MOVE WS-LN-PRINCIPAL-IN TO WS-LN-SCHED-BAL
               MOVE 0 TO WS-LN-TOT-INT
               MOVE 0 TO WS-LN-TOT-PAID
               MOVE WS-LN-FIRST-DUE-IN TO WS-LN-BASE-DATE

               PERFORM VARYING WS-LN-PERIOD FROM 1 BY 1
                   UNTIL WS-LN-PERIOD > WS-LN-TERM-IN
                       OR WS-LN-SCHED-BAL = 0
                   COMPUTE WS-LN-SCHED-INT ROUNDED =
                       WS-LN-SCHED-BAL * WS-LN-MRATE
                   IF WS-LN-PERIOD = WS-LN-TERM-IN
                       OR WS-LN-SCHED-BAL + WS-LN-SCHED-INT
                           <= WS-LN-PAYMENT
                       MOVE WS-LN-SCHED-BAL TO WS-LN-SCHED-PRIN
                   ELSE
                       COMPUTE WS-LN-SCHED-PRIN =
                           WS-LN-PAYMENT - WS-LN-SCHED-INT
                   END-IF
                   COMPUTE WS-LN-SCHED-PAY =
                       WS-LN-SCHED-PRIN + WS-LN-SCHED-INT
                   SUBTRACT WS-LN-SCHED-PRIN FROM WS-LN-SCHED-BAL
                   ADD WS-LN-SCHED-INT TO WS-LN-TOT-INT
                   ADD WS-LN-SCHED-PAY TO WS-LN-TOT-PAID

                   COMPUTE WS-LN-ADD-MONTHS = WS-LN-PERIOD - 1
                   PERFORM CALC-LOAN-DUE-DATE
                   PERFORM WRITE-LOAN-SCHED-LINE
               END-PERFORM

               PERFORM WRITE-LOAN-SCHED-FOOTER
               CLOSE LOAN-SCHED-FILE
           END-IF.

       WRITE-LOAN-SCHED-HEADER.
           MOVE SPACES TO LOAN-SCHED-REC
           STRING "AMORTIZATION SCHEDULE - LOAN " WS-ACCT-ID
               DELIMITED BY SIZE INTO LOAN-SCHED-REC
           WRITE LOAN-SCHED-REC

           MOVE SPACES TO LOAN-SCHED-REC
           STRING "Borrower:   " WS-NAME
               DELIMITED BY SIZE INTO LOAN-SCHED-REC
           WRITE LOAN-SCHED-REC

           MOVE WS-LN-PRINCIPAL-IN TO WS-LN-AMT-ED
           MOVE SPACES TO LOAN-SCHED-REC
           STRING "Principal: $" WS-LN-AMT-ED "   Annual rate: "
               WS-LN-RATE-IN "   Term: " WS-LN-TERM-IN " months"
               DELIMITED BY SIZE INTO LOAN-SCHED-REC
           WRITE LOAN-SCHED-REC

           MOVE WS-LN-PAYMENT TO WS-LN-AMT-ED
           MOVE SPACES TO LOAN-SCHED-REC
           STRING "Payment:   $" WS-LN-AMT-ED "   Booked: " WS-DATE-STRING
               DELIMITED BY SIZE INTO LOAN-SCHED-REC
           WRITE LOAN-SCHED-REC

           MOVE SPACES TO LOAN-SCHED-REC
           WRITE LOAN-SCHED-REC

           MOVE "Pmt  Due Date    Payment     Interest    Principal   Balance"
               TO LOAN-SCHED-REC
           WRITE LOAN-SCHED-REC

           MOVE "---  ----------  ----------  ----------  ----------  ----------"
               TO LOAN-SCHED-REC
           WRITE LOAN-SCHED-REC.

       WRITE-LOAN-SCHED-LINE.
           MOVE WS-LN-PERIOD TO WS-LN-PERIOD-ED
           MOVE WS-LN-SCHED-PAY TO WS-LN-AMT-ED
           MOVE WS-LN-SCHED-INT TO WS-LN-AMT2-ED
           MOVE WS-LN-SCHED-PRIN TO WS-LN-AMT3-ED
           MOVE WS-LN-SCHED-BAL TO WS-LN-AMT4-ED
           MOVE SPACES TO LOAN-SCHED-REC
           STRING WS-LN-PERIOD-ED "  " WS-CAL-DATE-OUT "  " WS-LN-AMT-ED
               "  " WS-LN-AMT2-ED "  " WS-LN-AMT3-ED "  " WS-LN-AMT4-ED
               DELIMITED BY SIZE INTO LOAN-SCHED-REC
           WRITE LOAN-SCHED-REC.

       WRITE-LOAN-SCHED-FOOTER.
           MOVE SPACES TO LOAN-SCHED-REC
           WRITE LOAN-SCHED-REC

           MOVE WS-LN-TOT-INT TO WS-LN-TOT-ED
           MOVE SPACES TO LOAN-SCHED-REC
           STRING "Total interest:    $" WS-LN-TOT-ED
               DELIMITED BY SIZE INTO LOAN-SCHED-REC
           WRITE LOAN-SCHED-REC

           MOVE WS-LN-TOT-PAID TO WS-LN-TOT-ED
           MOVE SPACES TO LOAN-SCHED-REC
           STRING "Total of payments: $" WS-LN-TOT-ED
               DELIMITED BY SIZE INTO LOAN-SCHED-REC
           WRITE LOAN-SCHED-REC.

       LOAN-PAYMENT.
           DISPLAY " "
           DISPLAY "üí∞ LOAN PAYMENT"
           DISPLAY "==============="

           DISPLAY "Enter Loan Account ID: " WITH NO ADVANCING
           ACCEPT WS-LN-ACCT-IN

           DISPLAY "Enter payment amount (0 for the scheduled payment): $"
               WITH NO ADVANCING
           ACCEPT WS-AMOUNT

           DISPLAY "Pay from Account ID (blank for cash): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-LN-FROM-ACCT
           ACCEPT WS-LN-FROM-ACCT

           MOVE 'Y' TO WS-OVR-OK
           IF WS-LN-FROM-ACCT NOT = SPACES
               IF WS-AMOUNT = 0
                   PERFORM GET-SCHEDULED-LOAN-PAYMENT
               END-IF
               PERFORM CHECK-TELLER-LIMIT
           END-IF

           IF WS-OVR-OK = 'Y'
               MOVE 'N' TO WS-LN-USE-PAY-ACCT
               MOVE SPACES TO WS-LN-RUN-DATE
               PERFORM POST-LOAN-PAYMENT

               IF WS-LN-PAY-OK = 'Y'
                   DISPLAY " "
                   DISPLAY "‚úÖ Loan payment posted!"
                   DISPLAY "   Loan account: " WS-LN-ACCT-IN
                   MOVE WS-AMOUNT TO WS-LN-AMT-ED
                   DISPLAY "   Amount paid:  $" WS-LN-AMT-ED
                   MOVE WS-LN-INT-PART TO WS-LN-AMT-ED
                   DISPLAY "   To interest:  $" WS-LN-AMT-ED
                   MOVE WS-LN-PRIN-PART TO WS-LN-AMT-ED
                   DISPLAY "   To principal: $" WS-LN-AMT-ED
                   MOVE WS-LN-SCHED-BAL TO WS-LN-AMT-ED
                   DISPLAY "   Principal balance: $" WS-LN-AMT-ED
                   IF WS-LN-SCHED-BAL = 0
                       DISPLAY "   Loan is paid in full."
                   ELSE
                       DISPLAY "   Next payment due: " WS-LN-BASE-DATE
                   END-IF
               END-IF
           END-IF.

       GET-SCHEDULED-LOAN-PAYMENT.
           OPEN INPUT LOANMAST-FILE
           IF FILE-STATUS = "00"
               MOVE WS-LN-ACCT-IN TO LN-ACCT-ID
               READ LOANMAST-FILE
                   NOT INVALID KEY
                       MOVE LN-PAYMENT-AMT TO WS-AMOUNT
               END-READ
               CLOSE LOANMAST-FILE
           END-IF.

       POST-LOAN-PAYMENT.
           MOVE 'N' TO WS-LN-PAY-OK
           MOVE SPACES TO WS-POST-REASON
           MOVE 0 TO WS-LN-INT-PART
           MOVE 0 TO WS-LN-PRIN-PART

           IF WS-LN-RUN-DATE = SPACES
               PERFORM GET-CURRENT-DATETIME
               MOVE WS-DATE-STRING TO WS-LN-RUN-DATE
           END-IF

           OPEN I-O LOANMAST-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Loan not found: " WS-LN-ACCT-IN
               MOVE 'NFD' TO WS-POST-REASON
           ELSE
               MOVE WS-LN-ACCT-IN TO LN-ACCT-ID
               READ LOANMAST-FILE
                   INVALID KEY
                       DISPLAY "‚ùå Loan not found: " WS-LN-ACCT-IN
                       MOVE 'NFD' TO WS-POST-REASON
                   NOT INVALID KEY
                     IF LN-STATUS NOT = 'A'
                       DISPLAY "‚ùå Loan is not active: " WS-LN-ACCT-IN
                       MOVE 'INV' TO WS-POST-REASON
                     ELSE
                      IF WS-LN-USE-PAY-ACCT = 'Y' AND LN-PAY-ACCT = SPACES
                       DISPLAY "‚ùå Loan has no pay-from account: "
                           WS-LN-ACCT-IN
                       MOVE 'INV' TO WS-POST-REASON
                      ELSE
                       IF WS-LN-USE-PAY-ACCT = 'Y'
                           MOVE LN-PAY-ACCT TO WS-LN-FROM-ACCT
                       END-IF
                       IF WS-AMOUNT = 0
                           MOVE LN-PAYMENT-AMT TO WS-AMOUNT
                       END-IF

                       PERFORM CALC-LOAN-INTEREST-DUE
                       COMPUTE WS-LN-PAYOFF = LN-BALANCE + WS-LN-INT-DUE
                       IF WS-AMOUNT > WS-LN-PAYOFF
                           MOVE WS-LN-PAYOFF TO WS-AMOUNT
                           MOVE WS-AMOUNT TO WS-LN-AMT-ED
                           DISPLAY "Payment reduced to the payoff amount of $"
                               WS-LN-AMT-ED
                       END-IF

                       IF WS-AMOUNT > WS-LN-INT-DUE
                           MOVE WS-LN-INT-DUE TO WS-LN-INT-PART
                           COMPUTE WS-LN-PRIN-PART =
                               WS-AMOUNT - WS-LN-INT-DUE
                       ELSE
                           MOVE WS-AMOUNT TO WS-LN-INT-PART
                       END-IF

                       PERFORM POST-LOAN-PAYMENT-LEGS

                       IF WS-LN-PAY-OK = 'Y'
                           PERFORM APPLY-LOAN-PAYMENT-TO-MASTER
                           REWRITE LOANMAST-RECORD
                           MOVE LN-BALANCE TO WS-LN-SCHED-BAL
                           MOVE LN-NEXT-DUE-DATE TO WS-LN-BASE-DATE
                       END-IF
                      END-IF
                     END-IF
               END-READ
           END-IF

           CLOSE LOANMAST-FILE.

       CALC-LOAN-INTEREST-DUE.
           MOVE WS-LN-RUN-DATE(1:4) TO WS-CAL-YEAR
           MOVE WS-LN-RUN-DATE(6:2) TO WS-CAL-MONTH
           MOVE WS-LN-RUN-DATE(9:2) TO WS-CAL-DAY
           PERFORM CALC-DAY-NUMBER
           MOVE WS-CAL-DAY-NUMBER TO WS-LN-RUN-DAYNO

           MOVE LN-INT-DATE(1:4) TO WS-CAL-YEAR
           MOVE LN-INT-DATE(6:2) TO WS-CAL-MONTH
           MOVE LN-INT-DATE(9:2) TO WS-CAL-DAY
           PERFORM CALC-DAY-NUMBER
           MOVE WS-CAL-DAY-NUMBER TO WS-LN-INT-DAYNO

           COMPUTE WS-LN-INT-DAYS = WS-LN-RUN-DAYNO - WS-LN-INT-DAYNO
           IF WS-LN-INT-DAYS < 0
               MOVE 0 TO WS-LN-INT-DAYS
           END-IF

           COMPUTE WS-LN-INT-DUE ROUNDED = LN-INT-ARREARS
               + LN-BALANCE * LN-RATE * WS-LN-INT-DAYS / 365.

       POST-LOAN-PAYMENT-LEGS.
           MOVE 'N' TO WS-LN-SRC-OK
           MOVE 'N' TO WS-LN-TGT-OK
           OPEN I-O CUSTOMER-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening customer file: " FILE-STATUS
               MOVE 'ERR' TO WS-POST-REASON
           ELSE
               MOVE WS-LN-ACCT-IN TO ACCT-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "‚ùå Account not found: " WS-LN-ACCT-IN
                       MOVE 'NFD' TO WS-POST-REASON
                   NOT INVALID KEY
                       IF ACCT-STATUS = 'X'
                           DISPLAY "‚ùå Account is closed: " WS-LN-ACCT-IN
                           MOVE 'CLS' TO WS-POST-REASON
                       ELSE
                           MOVE 'Y' TO WS-LN-TGT-OK
                       END-IF
               END-READ

               IF WS-LN-TGT-OK = 'Y'
                   IF WS-LN-FROM-ACCT = SPACES
                       MOVE 'Y' TO WS-LN-SRC-OK
                   ELSE
                       PERFORM CHECK-LOAN-PAY-SOURCE
                   END-IF
               END-IF

               IF WS-LN-SRC-OK = 'Y' AND WS-LN-TGT-OK = 'Y'
                   IF WS-LN-FROM-ACCT NOT = SPACES
                       MOVE WS-LN-FROM-ACCT TO ACCT-ID
                       READ CUSTOMER-FILE
                           NOT INVALID KEY
                               MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
                               SUBTRACT WS-AMOUNT FROM BALANCE
                               PERFORM REWRITE-CUSTOMER-JOURNALED
                               MOVE WS-LN-FROM-ACCT TO WS-SEARCH-ID
                               PERFORM LOG-TRANSACTION-LOAN-PAYFROM
                       END-READ
                   END-IF

                   MOVE WS-LN-ACCT-IN TO ACCT-ID
                   READ CUSTOMER-FILE
                       NOT INVALID KEY
                           MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
                           ADD WS-LN-PRIN-PART TO BALANCE
                           MOVE BALANCE TO WS-NEW-BALANCE
                           PERFORM REWRITE-CUSTOMER-JOURNALED
                           MOVE WS-LN-ACCT-IN TO WS-SEARCH-ID
                           MOVE WS-AMOUNT TO WS-LN-SAVE-AMT
                           IF WS-LN-INT-PART > 0
                               MOVE WS-LN-INT-PART TO WS-AMOUNT
                               PERFORM LOG-TRANSACTION-LOAN-INT
                           END-IF
                           IF WS-LN-PRIN-PART > 0
                               MOVE WS-LN-PRIN-PART TO WS-AMOUNT
                               PERFORM LOG-TRANSACTION-LOAN-PRIN
                           END-IF
                           MOVE WS-LN-SAVE-AMT TO WS-AMOUNT
                           MOVE 'Y' TO WS-LN-PAY-OK
                   END-READ
               END-IF
           END-IF

           CLOSE CUSTOMER-FILE.

       CHECK-LOAN-PAY-SOURCE.
           MOVE WS-LN-FROM-ACCT TO ACCT-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "‚ùå Account not found: " WS-LN-FROM-ACCT
                   MOVE 'NFD' TO WS-POST-REASON
               NOT INVALID KEY
                 IF ACCT-STATUS = 'X'
                   DISPLAY "‚ùå Account is closed: " WS-LN-FROM-ACCT
                   MOVE 'CLS' TO WS-POST-REASON
                 ELSE
                  IF ACCT-STATUS = 'D'
                   DISPLAY "‚ùå Account is dormant: " WS-LN-FROM-ACCT
                   MOVE 'DOR' TO WS-POST-REASON
                  ELSE
                   IF ACCT-STATUS = 'C'
                   DISPLAY "‚ùå Account is charged off: " WS-LN-FROM-ACCT
                   MOVE 'CHG' TO WS-POST-REASON
                   ELSE
                    IF ACCT-TYPE = 'T' OR ACCT-TYPE = 'L'
                   DISPLAY "‚ùå Loan payments must come from a savings or "
                       "checking account."
                   MOVE 'INV' TO WS-POST-REASON
                    ELSE
                   MOVE WS-LN-FROM-ACCT TO WS-SEARCH-ID
                   PERFORM COMPUTE-ACTIVE-HOLDS
                   COMPUTE WS-AVAILABLE = BALANCE + OD-LIMIT
                       - WS-HOLD-TOTAL
                   IF WS-AVAILABLE < WS-AMOUNT
                       MOVE WS-AMOUNT TO WS-ODP-NEED-AMT
                       MOVE 'D' TO WS-ODP-SOURCE
                       MOVE WS-LN-ACCT-IN TO WS-ODP-ITEM-REF
                       PERFORM ODP-TRY-SWEEP
                   END-IF
                   IF WS-AVAILABLE >= WS-AMOUNT
                       MOVE 'Y' TO WS-LN-SRC-OK
                   ELSE
                       DISPLAY " "
                       DISPLAY "‚ùå Insufficient funds!"
                       MOVE BALANCE TO WS-BALANCE-DISP-ED
                       DISPLAY "   Current balance: $" WS-BALANCE-DISP-ED
                       DISPLAY "   Requested amount: $" WS-AMOUNT
                       MOVE 'NSF' TO WS-POST-REASON
                   END-IF
                    END-IF
                   END-IF
                  END-IF
                 END-IF
           END-READ.

       APPLY-LOAN-PAYMENT-TO-MASTER.
           SUBTRACT WS-LN-PRIN-PART FROM LN-BALANCE
           COMPUTE LN-INT-ARREARS = WS-LN-INT-DUE - WS-LN-INT-PART
           IF WS-LN-RUN-DATE > LN-INT-DATE
               MOVE WS-LN-RUN-DATE TO LN-INT-DATE
           END-IF
           ADD WS-AMOUNT TO LN-UNAPPLIED

           IF LN-BALANCE = 0 AND LN-INT-ARREARS = 0
               MOVE 'P' TO LN-STATUS
               MOVE LN-NEXT-DUE-DATE TO LN-PAID-THRU-DATE
               MOVE 0 TO LN-UNAPPLIED
           ELSE
               PERFORM UNTIL LN-PAYMENT-AMT = 0
                   OR LN-UNAPPLIED < LN-PAYMENT-AMT
                   SUBTRACT LN-PAYMENT-AMT FROM LN-UNAPPLIED
                   MOVE LN-NEXT-DUE-DATE TO LN-PAID-THRU-DATE
                   MOVE LN-NEXT-DUE-DATE TO WS-LN-BASE-DATE
                   MOVE LN-DUE-DAY TO WS-LN-DUE-DAY
                   MOVE 1 TO WS-LN-ADD-MONTHS
                   PERFORM CALC-LOAN-DUE-DATE
                   MOVE WS-CAL-DATE-OUT TO LN-NEXT-DUE-DATE
               END-PERFORM
           END-IF

           IF LN-STATUS = 'P' OR LN-NEXT-DUE-DATE >= WS-LN-RUN-DATE
               MOVE 0 TO LN-DAYS-PAST-DUE
               MOVE 0 TO LN-DELQ-BUCKET
           END-IF.

       LINK-LOAN-PAY-ACCOUNT.
           MOVE 'N' TO WS-LN-SO-ACCT-OK

           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS = "00"
               MOVE WS-LN-FROM-ACCT TO ACCT-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       IF ACCT-TYPE = 'C' AND ACCT-STATUS = 'A'
                           MOVE 'Y' TO WS-LN-SO-ACCT-OK
                       END-IF
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF

           IF WS-LN-SO-ACCT-OK = 'N'
               DISPLAY "‚ùå Pay-from account must be an active checking "
                   "account: " WS-LN-FROM-ACCT
           ELSE
               MOVE 'N' TO WS-LN-SO-ACCT-OK
               OPEN INPUT LOANMAST-FILE
               IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Loan not found: " WS-SO-ACCT-IN
               ELSE
                   MOVE WS-SO-ACCT-IN TO LN-ACCT-ID
                   READ LOANMAST-FILE
                       INVALID KEY
                           DISPLAY "‚ùå Loan not found: " WS-SO-ACCT-IN
                       NOT INVALID KEY
                           IF LN-STATUS NOT = 'A'
                               DISPLAY "‚ùå Loan is not active: "
                                   WS-SO-ACCT-IN
                           ELSE
                               MOVE LN-PAY-ACCT TO WS-LN-OLD-PAY-ACCT
                               MOVE 'Y' TO WS-LN-SO-ACCT-OK
                           END-IF
                   END-READ
                   CLOSE LOANMAST-FILE
               END-IF
           END-IF

           IF WS-LN-SO-ACCT-OK = 'Y'
               MOVE WS-SO-ACCT-IN TO WS-SEARCH-ID
               PERFORM FIND-PRIMARY-OWNER
               IF WS-CM-PRIMARY-ID = SPACES
                   DISPLAY "‚ùå Loan has no owner on file: " WS-SO-ACCT-IN
                   MOVE 'N' TO WS-LN-SO-ACCT-OK
               ELSE
                   OPEN INPUT ACCTXREF-FILE
                   IF FILE-STATUS NOT = "00"
                       DISPLAY "‚ùå Error opening account cross-reference "
                           "file: " FILE-STATUS
                       MOVE 'N' TO WS-LN-SO-ACCT-OK
                   ELSE
                       MOVE WS-LN-FROM-ACCT TO XREF-ACCT-ID
                       MOVE WS-CM-PRIMARY-ID TO XREF-CUST-ID
                       READ ACCTXREF-FILE
                           INVALID KEY
                               DISPLAY "‚ùå Customer " WS-CM-PRIMARY-ID
                                   " is not an owner of pay-from account "
                                   WS-LN-FROM-ACCT
                               MOVE 'N' TO WS-LN-SO-ACCT-OK
                       END-READ
                       CLOSE ACCTXREF-FILE
                   END-IF
               END-IF
           END-IF.

       SAVE-LOAN-PAY-ACCOUNT.
           IF WS-LN-FROM-ACCT NOT = WS-LN-OLD-PAY-ACCT
               MOVE 'N' TO WS-LN-SO-ACCT-OK
               MOVE WS-SO-ACCT-IN TO WS-SEARCH-ID
               MOVE "LN-PAY-ACCT" TO WS-AUDIT-FIELD
               MOVE WS-LN-OLD-PAY-ACCT TO WS-AUDIT-OLD
               MOVE WS-LN-FROM-ACCT TO WS-AUDIT-NEW
               PERFORM WRITE-AUDIT-RECORD

               IF WS-AUDIT-OK = 'Y'
                   OPEN I-O LOANMAST-FILE
                   IF FILE-STATUS NOT = "00"
                       DISPLAY "‚ùå Error opening LOANMAST.DAT: "
                           FILE-STATUS
                   ELSE
                       MOVE WS-SO-ACCT-IN TO LN-ACCT-ID
                       READ LOANMAST-FILE
                           INVALID KEY
                               DISPLAY "‚ùå Loan not found: " WS-SO-ACCT-IN
                           NOT INVALID KEY
                               MOVE WS-LN-FROM-ACCT TO LN-PAY-ACCT
                               REWRITE LOANMAST-RECORD
                               IF FILE-STATUS NOT = "00"
                                   DISPLAY "‚ùå Error updating loan "
                                       WS-SO-ACCT-IN ": " FILE-STATUS
                               ELSE
                                   MOVE 'Y' TO WS-LN-SO-ACCT-OK
                               END-IF
                       END-READ
                       CLOSE LOANMAST-FILE
                   END-IF
               END-IF
           END-IF.

       EXECUTE-LOAN-STANDING-ORDER.
           MOVE SO-ACCT-ID TO WS-LN-ACCT-IN
           MOVE SPACES TO WS-LN-FROM-ACCT
           MOVE 'Y' TO WS-LN-USE-PAY-ACCT
           MOVE WS-SO-RUN-DATE TO WS-LN-RUN-DATE
           PERFORM POST-LOAN-PAYMENT
           MOVE 'N' TO WS-LN-USE-PAY-ACCT
           MOVE WS-LN-PAY-OK TO WS-FOUND.

       LOAN-DELINQUENCY-RUN.
           DISPLAY " "
           DISPLAY "üìë LOAN DELINQUENCY RUN"
           DISPLAY "======================="

           IF WS-LN-RUN-DATE = SPACES
               PERFORM GET-CURRENT-DATETIME
               MOVE WS-DATE-STRING TO WS-LN-RUN-DATE
           END-IF
           DISPLAY "Run date: " WS-LN-RUN-DATE

           MOVE WS-LN-RUN-DATE(1:4) TO WS-CAL-YEAR
           MOVE WS-LN-RUN-DATE(6:2) TO WS-CAL-MONTH
           MOVE WS-LN-RUN-DATE(9:2) TO WS-CAL-DAY
           PERFORM CALC-DAY-NUMBER
           MOVE WS-CAL-DAY-NUMBER TO WS-LN-RUN-DAYNO

           MOVE 0 TO WS-LN-PASTDUE-CNT
           MOVE 0 TO WS-LN-30-CNT
           MOVE 0 TO WS-LN-60-CNT
           MOVE 0 TO WS-LN-90-CNT
           MOVE 0 TO WS-LN-FEE-CNT
           MOVE 0 TO WS-LN-FEE-TOTAL

           OPEN OUTPUT LOAN-DLQ-REPORT-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening LOANDLQ.PRT: " FILE-STATUS
               MOVE 'Y' TO WS-EOD-STEP-FAILED
           ELSE
               PERFORM WRITE-LOAN-DLQ-HEADER

               OPEN I-O LOANMAST-FILE

               IF FILE-STATUS = "35"
                   DISPLAY "No loans on file."
               ELSE
                IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Error opening LOANMAST.DAT: " FILE-STATUS
                   MOVE 'Y' TO WS-EOD-STEP-FAILED
                ELSE
                   MOVE 'N' TO WS-LN-SCAN-DONE
                   PERFORM UNTIL WS-LN-SCAN-DONE = 'Y'
                       READ LOANMAST-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-LN-SCAN-DONE
                           NOT AT END
                               IF LN-STATUS = 'A'
                                   PERFORM CHECK-LOAN-DELINQUENCY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOANMAST-FILE
                END-IF
               END-IF

               PERFORM WRITE-LOAN-DLQ-FOOTER
               CLOSE LOAN-DLQ-REPORT-FILE

               DISPLAY " "
               DISPLAY "‚úÖ Delinquency run complete. " WS-LN-PASTDUE-CNT
                   " loan(s) past due, " WS-LN-FEE-CNT
                   " late fee(s) assessed."
               DISPLAY "   See LOANDLQ.PRT for the past-due report."
           END-IF.

       CHECK-LOAN-DELINQUENCY.
           MOVE 0 TO WS-LN-DAYS-LATE
           MOVE SPACES TO WS-LN-FEE-FLAG

           IF LN-NEXT-DUE-DATE < WS-LN-RUN-DATE
               MOVE LN-NEXT-DUE-DATE(1:4) TO WS-CAL-YEAR
               MOVE LN-NEXT-DUE-DATE(6:2) TO WS-CAL-MONTH
               MOVE LN-NEXT-DUE-DATE(9:2) TO WS-CAL-DAY
               PERFORM CALC-DAY-NUMBER
               COMPUTE WS-LN-DAYS-LATE =
                   WS-LN-RUN-DAYNO - WS-CAL-DAY-NUMBER
           END-IF

           MOVE WS-LN-DAYS-LATE TO LN-DAYS-PAST-DUE
           IF WS-LN-DAYS-LATE >= 90
               MOVE 90 TO LN-DELQ-BUCKET
               ADD 1 TO WS-LN-90-CNT
           ELSE
            IF WS-LN-DAYS-LATE >= 60
               MOVE 60 TO LN-DELQ-BUCKET
               ADD 1 TO WS-LN-60-CNT
            ELSE
             IF WS-LN-DAYS-LATE >= 30
               MOVE 30 TO LN-DELQ-BUCKET
               ADD 1 TO WS-LN-30-CNT
             ELSE
               MOVE 0 TO LN-DELQ-BUCKET
             END-IF
            END-IF
           END-IF

           IF WS-LN-DAYS-LATE > WS-LN-GRACE-DAYS
               AND LN-FEE-DUE-DATE NOT = LN-NEXT-DUE-DATE
               PERFORM ASSESS-LOAN-LATE-FEE
           END-IF

           REWRITE LOANMAST-RECORD

           IF WS-LN-DAYS-LATE > 0
               ADD 1 TO WS-LN-PASTDUE-CNT
               MOVE LN-ACCT-ID TO WS-SEARCH-ID
               PERFORM FIND-ACCOUNT-OWNER-INFO
               PERFORM WRITE-LOAN-DLQ-DETAIL-LINE
           END-IF.

       ASSESS-LOAN-LATE-FEE.
           OPEN I-O CUSTOMER-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening customer file: " FILE-STATUS
               MOVE 'Y' TO WS-EOD-STEP-FAILED
           ELSE
               MOVE LN-ACCT-ID TO ACCT-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "‚ùå Loan account not found: " LN-ACCT-ID
                   NOT INVALID KEY
                       IF ACCT-STATUS NOT = 'X'
                           MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
                           SUBTRACT WS-LN-LATE-FEE FROM BALANCE
                           PERFORM REWRITE-CUSTOMER-JOURNALED
                           MOVE LN-ACCT-ID TO WS-SEARCH-ID
                           MOVE WS-LN-LATE-FEE TO WS-AMOUNT
                           PERFORM LOG-TRANSACTION-LATE-FEE
                           ADD WS-LN-LATE-FEE TO LN-BALANCE
                           MOVE LN-NEXT-DUE-DATE TO LN-FEE-DUE-DATE
                           ADD 1 TO WS-LN-FEE-CNT
                           ADD WS-LN-LATE-FEE TO WS-LN-FEE-TOTAL
                           MOVE "FEE" TO WS-LN-FEE-FLAG
                           DISPLAY "Late fee assessed: " LN-ACCT-ID
                       END-IF
               END-READ
           END-IF

           CLOSE CUSTOMER-FILE.

       WRITE-LOAN-DLQ-HEADER.
           MOVE SPACES TO LOAN-DLQ-REPORT-REC
           STRING "LOAN PAST-DUE REPORT - RUN DATE " WS-LN-RUN-DATE
               DELIMITED BY SIZE INTO LOAN-DLQ-REPORT-REC
           WRITE LOAN-DLQ-REPORT-REC

           MOVE SPACES TO LOAN-DLQ-REPORT-REC
           STRING "Grace period: " WS-LN-GRACE-DAYS " days"
               DELIMITED BY SIZE INTO LOAN-DLQ-REPORT-REC
           WRITE LOAN-DLQ-REPORT-REC

           MOVE SPACES TO LOAN-DLQ-REPORT-REC
           WRITE LOAN-DLQ-REPORT-REC

           MOVE "Loan ID     Borrower              Due Date    Days  Bkt  Balance     Fee"
               TO LOAN-DLQ-REPORT-REC
           WRITE LOAN-DLQ-REPORT-REC

           MOVE "----------  --------------------  ----------  ----  ---  ----------  ---"
               TO LOAN-DLQ-REPORT-REC
           WRITE LOAN-DLQ-REPORT-REC.

       WRITE-LOAN-DLQ-DETAIL-LINE.
           MOVE WS-LN-DAYS-LATE TO WS-LN-DAYS-ED
           MOVE LN-BALANCE TO WS-LN-AMT-ED
           MOVE SPACES TO LOAN-DLQ-REPORT-REC
           STRING LN-ACCT-ID "  " WS-OWNER-NAME(1:20) "  "
               LN-NEXT-DUE-DATE "  " WS-LN-DAYS-ED "  " LN-DELQ-BUCKET
               "   " WS-LN-AMT-ED "  " WS-LN-FEE-FLAG
               DELIMITED BY SIZE INTO LOAN-DLQ-REPORT-REC
           WRITE LOAN-DLQ-REPORT-REC.

       WRITE-LOAN-DLQ-FOOTER.
           MOVE SPACES TO LOAN-DLQ-REPORT-REC
           WRITE LOAN-DLQ-REPORT-REC

           MOVE SPACES TO LOAN-DLQ-REPORT-REC
           STRING "Loans past due:     " WS-LN-PASTDUE-CNT
               DELIMITED BY SIZE INTO LOAN-DLQ-REPORT-REC
           WRITE LOAN-DLQ-REPORT-REC

           MOVE SPACES TO LOAN-DLQ-REPORT-REC
           STRING "  30+ days:         " WS-LN-30-CNT
               DELIMITED BY SIZE INTO LOAN-DLQ-REPORT-REC
           WRITE LOAN-DLQ-REPORT-REC

           MOVE SPACES TO LOAN-DLQ-REPORT-REC
           STRING "  60+ days:         " WS-LN-60-CNT
               DELIMITED BY SIZE INTO LOAN-DLQ-REPORT-REC
           WRITE LOAN-DLQ-REPORT-REC

           MOVE SPACES TO LOAN-DLQ-REPORT-REC
           STRING "  90+ days:         " WS-LN-90-CNT
               DELIMITED BY SIZE INTO LOAN-DLQ-REPORT-REC
           WRITE LOAN-DLQ-REPORT-REC

           MOVE WS-LN-FEE-TOTAL TO WS-LN-AMT-ED
           MOVE SPACES TO LOAN-DLQ-REPORT-REC
           STRING "Late fees assessed: " WS-LN-FEE-CNT "  $" WS-LN-AMT-ED
               DELIMITED BY SIZE INTO LOAN-DLQ-REPORT-REC
           WRITE LOAN-DLQ-REPORT-REC.

       INTEGRITY-AUDIT-RUN.
           DISPLAY " "
           DISPLAY "üìë CROSS-FILE INTEGRITY AUDIT"
           DISPLAY "============================="

           PERFORM GET-CURRENT-DATETIME
           MOVE 0 TO WS-INTG-SEVERE
           MOVE 0 TO WS-INTG-WARN
           MOVE 0 TO WS-INTG-CHECKED
           MOVE 0 TO WS-INTG-RC

           OPEN OUTPUT INTEGRITY-REPORT-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening INTEGRTY.PRT: " FILE-STATUS
               MOVE 12 TO WS-INTG-RC
           ELSE
               PERFORM WRITE-INTEGRITY-HEADER

               OPEN INPUT CUSTOMER-FILE
               IF FILE-STATUS NOT = "00"
                   MOVE 'S' TO WS-INTG-SEV
                   MOVE "CUSTOMER" TO WS-INTG-FILE
                   MOVE FILE-STATUS TO WS-INTG-KEY
                   MOVE SPACES TO WS-INTG-ID
                   MOVE "Customer file cannot be opened" TO WS-INTG-DESC
                   PERFORM WRITE-INTEGRITY-EXCEPTION
               ELSE
                   PERFORM INTG-CHECK-PRIMARY-OWNERS
                   PERFORM INTG-CHECK-XREF-ROWS
                   PERFORM INTG-CHECK-HOLDS
                   PERFORM INTG-CHECK-STOP-PAYMENTS
                   PERFORM INTG-CHECK-STANDING-ORDERS
                   PERFORM INTG-CHECK-ACCRUALS
                   PERFORM INTG-CHECK-EXT-TRANSFERS
                   PERFORM INTG-CHECK-CD-MASTER
                   PERFORM INTG-CHECK-LOAN-MASTER
                   CLOSE CUSTOMER-FILE
               END-IF

               PERFORM INTG-CHECK-TELLERS

               IF WS-INTG-SEVERE > 0
                   MOVE 8 TO WS-INTG-RC
               END-IF

               PERFORM WRITE-INTEGRITY-FOOTER
               CLOSE INTEGRITY-REPORT-FILE

               DISPLAY " "
               IF WS-INTG-SEVERE > 0
                   DISPLAY "‚ùå Integrity audit found " WS-INTG-SEVERE
                       " severe and " WS-INTG-WARN " warning exception(s)."
               ELSE
                   DISPLAY "‚úÖ Integrity audit complete. " WS-INTG-WARN
                       " warning exception(s), no severe exceptions."
               END-IF
               DISPLAY "   See INTEGRTY.PRT for the exceptions report."
           END-IF

           DISPLAY "   Return code: " WS-INTG-RC
           MOVE WS-INTG-RC TO RETURN-CODE.

       INTG-LOOKUP-ACCOUNT.
           MOVE 'N' TO WS-INTG-FOUND
           MOVE WS-INTG-ACCT TO ACCT-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-INTG-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-INTG-FOUND
           END-READ.

       INTG-CHECK-ACTIVE-ITEM.
           PERFORM INTG-LOOKUP-ACCOUNT
           MOVE WS-INTG-ACCT TO WS-INTG-ID
           IF WS-INTG-FOUND = 'N'
               MOVE 'S' TO WS-INTG-SEV
               MOVE "Active item on missing account" TO WS-INTG-DESC
               PERFORM WRITE-INTEGRITY-EXCEPTION
           ELSE
               IF ACCT-STATUS = 'X'
                   MOVE 'W' TO WS-INTG-SEV
                   MOVE "Active item on closed account" TO WS-INTG-DESC
                   PERFORM WRITE-INTEGRITY-EXCEPTION
               END-IF
           END-IF.

       INTG-CHECK-PRIMARY-OWNERS.
           OPEN INPUT ACCTXREF-FILE
           IF FILE-STATUS NOT = "00"
               MOVE 'S' TO WS-INTG-SEV
               MOVE "ACCTXREF" TO WS-INTG-FILE
               MOVE FILE-STATUS TO WS-INTG-KEY
               MOVE SPACES TO WS-INTG-ID
               MOVE "Ownership xref cannot be opened" TO WS-INTG-DESC
               PERFORM WRITE-INTEGRITY-EXCEPTION
           ELSE
               MOVE 'N' TO WS-INTG-DONE
               PERFORM UNTIL WS-INTG-DONE = 'Y'
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-INTG-DONE
                       NOT AT END
                           IF ACCT-ID NOT = WS-SETTLE-ACCT
                               AND ACCT-ID NOT = WS-LOSS-ACCT
                               ADD 1 TO WS-INTG-CHECKED
                               PERFORM INTG-FIND-PRIMARY-OWNER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCTXREF-FILE
           END-IF.

       INTG-FIND-PRIMARY-OWNER.
           MOVE 'N' TO WS-INTG-HAS-PRIMARY
           MOVE ACCT-ID TO XREF-ACCT-ID
           MOVE SPACES TO XREF-CUST-ID
           START ACCTXREF-FILE KEY IS >= XREF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INTG-XREF-DONE
               NOT INVALID KEY
                   MOVE 'N' TO WS-INTG-XREF-DONE
           END-START
           PERFORM UNTIL WS-INTG-XREF-DONE = 'Y'
               READ ACCTXREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INTG-XREF-DONE
                   NOT AT END
                       IF XREF-ACCT-ID NOT = ACCT-ID
                           MOVE 'Y' TO WS-INTG-XREF-DONE
                       ELSE
                           IF XREF-ROLE = 'P'
                               MOVE 'Y' TO WS-INTG-HAS-PRIMARY
                               MOVE 'Y' TO WS-INTG-XREF-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-INTG-HAS-PRIMARY = 'N'
               IF ACCT-STATUS = 'X'
                   MOVE 'W' TO WS-INTG-SEV
               ELSE
                   MOVE 'S' TO WS-INTG-SEV
               END-IF
               MOVE "CUSTOMER" TO WS-INTG-FILE
               MOVE ACCT-ID TO WS-INTG-KEY
               MOVE ACCT-ID TO WS-INTG-ID
               MOVE "Account has no primary owner" TO WS-INTG-DESC
               PERFORM WRITE-INTEGRITY-EXCEPTION
           END-IF.

       INTG-CHECK-XREF-ROWS.
           OPEN INPUT CUSTMAST-FILE
           IF FILE-STATUS NOT = "00"
               MOVE 'S' TO WS-INTG-SEV
               MOVE "CUSTMAST" TO WS-INTG-FILE
               MOVE FILE-STATUS TO WS-INTG-KEY
               MOVE SPACES TO WS-INTG-ID
               MOVE "Customer master cannot be opened" TO WS-INTG-DESC
               PERFORM WRITE-INTEGRITY-EXCEPTION
           ELSE
               OPEN INPUT ACCTXREF-FILE
               IF FILE-STATUS = "00"
                   MOVE 'N' TO WS-INTG-DONE
                   PERFORM UNTIL WS-INTG-DONE = 'Y'
                       READ ACCTXREF-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-INTG-DONE
                           NOT AT END
                               ADD 1 TO WS-INTG-CHECKED
                               PERFORM INTG-CHECK-ONE-XREF
                       END-READ
                   END-PERFORM
                   CLOSE ACCTXREF-FILE
               END-IF
               CLOSE CUSTMAST-FILE
           END-IF.

       INTG-CHECK-ONE-XREF.
           MOVE "ACCTXREF" TO WS-INTG-FILE
           MOVE XREF-CUST-ID TO WS-INTG-KEY
           MOVE XREF-ACCT-ID TO WS-INTG-ID

           MOVE XREF-CUST-ID TO CUST-ID
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE 'S' TO WS-INTG-SEV
                   MOVE "Xref points at missing CUST-ID" TO WS-INTG-DESC
                   PERFORM WRITE-INTEGRITY-EXCEPTION
           END-READ

           MOVE XREF-ACCT-ID TO WS-INTG-ACCT
           PERFORM INTG-LOOKUP-ACCOUNT
           IF WS-INTG-FOUND = 'N'
               MOVE 'S' TO WS-INTG-SEV
               MOVE "Xref points at missing account" TO WS-INTG-DESC
               PERFORM WRITE-INTEGRITY-EXCEPTION
           END-IF.

       INTG-CHECK-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF FILE-STATUS = "00"
               MOVE 'N' TO WS-INTG-DONE
               PERFORM UNTIL WS-INTG-DONE = 'Y'
                   READ HOLDS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-INTG-DONE
                       NOT AT END
                           ADD 1 TO WS-INTG-CHECKED
                           IF HOLD-STATUS = 'A'
                               MOVE "HOLDS" TO WS-INTG-FILE
                               MOVE HOLD-SEQ TO WS-INTG-SEQ-ED
                               MOVE WS-INTG-SEQ-ED TO WS-INTG-KEY
                               MOVE HOLD-ACCT-ID TO WS-INTG-ACCT
                               PERFORM INTG-CHECK-ACTIVE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

       INTG-CHECK-STOP-PAYMENTS.
           OPEN INPUT STOP-PAY-FILE
           IF FILE-STATUS = "00"
               MOVE 'N' TO WS-INTG-DONE
               PERFORM UNTIL WS-INTG-DONE = 'Y'
                   READ STOP-PAY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-INTG-DONE
                       NOT AT END
                           ADD 1 TO WS-INTG-CHECKED
                           IF STOP-STATUS = 'A'
                               MOVE "STOPPAY" TO WS-INTG-FILE
                               MOVE STOP-CHECK-NO TO WS-INTG-KEY
                               MOVE STOP-ACCT-ID TO WS-INTG-ACCT
                               PERFORM INTG-CHECK-ACTIVE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOP-PAY-FILE
           END-IF.

       INTG-CHECK-STANDING-ORDERS.
           OPEN INPUT STANDING-FILE
           IF FILE-STATUS = "00"
               MOVE 'N' TO WS-INTG-DONE
               PERFORM UNTIL WS-INTG-DONE = 'Y'
                   READ STANDING-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-INTG-DONE
                       NOT AT END
                           ADD 1 TO WS-INTG-CHECKED
                           IF SO-STATUS = 'A'
                               MOVE "STANDING" TO WS-INTG-FILE
                               MOVE SO-ORDER-ID TO WS-INTG-KEY
                               MOVE SO-ACCT-ID TO WS-INTG-ACCT
                               PERFORM INTG-CHECK-ACTIVE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-FILE
           END-IF.

       INTG-CHECK-ACCRUALS.
           OPEN INPUT ACCRUAL-FILE
           IF FILE-STATUS = "00"
               MOVE 'N' TO WS-INTG-DONE
               PERFORM UNTIL WS-INTG-DONE = 'Y'
                   READ ACCRUAL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-INTG-DONE
                       NOT AT END
                           ADD 1 TO WS-INTG-CHECKED
                           PERFORM INTG-CHECK-ONE-ACCRUAL
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-FILE
           END-IF.

       INTG-CHECK-ONE-ACCRUAL.
           MOVE "ACCRUAL" TO WS-INTG-FILE
           MOVE ACCR-LAST-DATE TO WS-INTG-KEY
           MOVE ACCR-ACCT-ID TO WS-INTG-ID
           MOVE ACCR-ACCT-ID TO WS-INTG-ACCT
           PERFORM INTG-LOOKUP-ACCOUNT

           IF WS-INTG-FOUND = 'N'
               MOVE 'S' TO WS-INTG-SEV
               MOVE "Accrual for missing account" TO WS-INTG-DESC
               PERFORM WRITE-INTEGRITY-EXCEPTION
           ELSE
               IF ACCT-TYPE NOT = 'S' AND ACCT-TYPE NOT = 'T'
                   MOVE 'S' TO WS-INTG-SEV
                   MOVE "Accrual for non-savings account" TO WS-INTG-DESC
                   PERFORM WRITE-INTEGRITY-EXCEPTION
               ELSE
                   IF ACCT-STATUS = 'X' AND ACCR-AMOUNT > 0
                       MOVE 'W' TO WS-INTG-SEV
                       MOVE "Unposted accrual on closed account"
                           TO WS-INTG-DESC
                       PERFORM WRITE-INTEGRITY-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       INTG-CHECK-EXT-TRANSFERS.
           OPEN INPUT EXTXFER-FILE
           IF FILE-STATUS = "00"
               MOVE 'N' TO WS-INTG-DONE
               PERFORM UNTIL WS-INTG-DONE = 'Y'
                   READ EXTXFER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-INTG-DONE
                       NOT AT END
                           ADD 1 TO WS-INTG-CHECKED
                           IF EXT-STATUS = 'P' OR EXT-STATUS = 'R'
                               PERFORM INTG-CHECK-ONE-EXT-TRANSFER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTXFER-FILE
           END-IF.

       INTG-CHECK-ONE-EXT-TRANSFER.
           MOVE "EXTXFER" TO WS-INTG-FILE
           MOVE EXT-REF TO WS-INTG-KEY
           MOVE EXT-ACCT-ID TO WS-INTG-ID
           MOVE EXT-ACCT-ID TO WS-INTG-ACCT
           PERFORM INTG-LOOKUP-ACCOUNT

           IF WS-INTG-FOUND = 'N'
               MOVE 'S' TO WS-INTG-SEV
               MOVE "Pending transfer, missing account" TO WS-INTG-DESC
               PERFORM WRITE-INTEGRITY-EXCEPTION
           ELSE
               IF ACCT-STATUS = 'X'
                   MOVE 'S' TO WS-INTG-SEV
                   MOVE "Pending transfer, closed account" TO WS-INTG-DESC
                   PERFORM WRITE-INTEGRITY-EXCEPTION
               END-IF
           END-IF.

       INTG-CHECK-CD-MASTER.
           OPEN INPUT CDMAST-FILE
           IF FILE-STATUS = "00"
               MOVE 'N' TO WS-INTG-DONE
               PERFORM UNTIL WS-INTG-DONE = 'Y'
                   READ CDMAST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-INTG-DONE
                       NOT AT END
                           ADD 1 TO WS-INTG-CHECKED
                           MOVE "CDMAST" TO WS-INTG-FILE
                           MOVE CD-ACCT-ID TO WS-INTG-KEY
                           MOVE CD-ACCT-ID TO WS-INTG-ID
                           MOVE CD-ACCT-ID TO WS-INTG-ACCT
                           PERFORM INTG-LOOKUP-ACCOUNT
                           IF WS-INTG-FOUND = 'N'
                               MOVE 'S' TO WS-INTG-SEV
                               MOVE "CD terms for missing account"
                                   TO WS-INTG-DESC
                               PERFORM WRITE-INTEGRITY-EXCEPTION
                           ELSE
                               IF ACCT-TYPE NOT = 'T'
                                   MOVE 'S' TO WS-INTG-SEV
                                   MOVE "CD terms on non-CD account"
                                       TO WS-INTG-DESC
                                   PERFORM WRITE-INTEGRITY-EXCEPTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CDMAST-FILE
           END-IF.

       INTG-CHECK-LOAN-MASTER.
           OPEN INPUT LOANMAST-FILE
           IF FILE-STATUS = "00"
               MOVE 'N' TO WS-INTG-DONE
               PERFORM UNTIL WS-INTG-DONE = 'Y'
                   READ LOANMAST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-INTG-DONE
                       NOT AT END
                           ADD 1 TO WS-INTG-CHECKED
                           MOVE "LOANMAST" TO WS-INTG-FILE
                           MOVE LN-ACCT-ID TO WS-INTG-KEY
                           MOVE LN-ACCT-ID TO WS-INTG-ID
                           MOVE LN-ACCT-ID TO WS-INTG-ACCT
                           PERFORM INTG-LOOKUP-ACCOUNT
                           IF WS-INTG-FOUND = 'N'
                               MOVE 'S' TO WS-INTG-SEV
                               MOVE "Loan terms for missing account"
                                   TO WS-INTG-DESC
                               PERFORM WRITE-INTEGRITY-EXCEPTION
                           ELSE
                               IF ACCT-TYPE NOT = 'L'
                                   MOVE 'S' TO WS-INTG-SEV
                                   MOVE "Loan terms on non-loan account"
                                       TO WS-INTG-DESC
                                   PERFORM WRITE-INTEGRITY-EXCEPTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOANMAST-FILE
           END-IF.

       INTG-CHECK-TELLERS.
           MOVE 0 TO WS-INTG-TLR-USED
           OPEN INPUT TRANSACTION-FILE
           IF FILE-STATUS = "00"
               MOVE 'N' TO WS-INTG-DONE
               PERFORM UNTIL WS-INTG-DONE = 'Y'
                   READ TRANSACTION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-INTG-DONE
                       NOT AT END
                           IF TRANS-TELLER(1:3) NOT = 'SYS'
                               PERFORM INTG-TALLY-TELLER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF

           OPEN INPUT TELLER-FILE
           IF FILE-STATUS NOT = "00"
               MOVE 'W' TO WS-INTG-SEV
               MOVE "TELLERS" TO WS-INTG-FILE
               MOVE FILE-STATUS TO WS-INTG-KEY
               MOVE SPACES TO WS-INTG-ID
               MOVE "Teller file cannot be opened" TO WS-INTG-DESC
               PERFORM WRITE-INTEGRITY-EXCEPTION
           ELSE
               PERFORM VARYING WS-INTG-TLR-IX FROM 1 BY 1
                   UNTIL WS-INTG-TLR-IX > WS-INTG-TLR-USED
                   ADD 1 TO WS-INTG-CHECKED
                   MOVE WS-INTG-TLR-ID (WS-INTG-TLR-IX) TO TLR-ID
                   READ TELLER-FILE
                       INVALID KEY
                           MOVE 'W' TO WS-INTG-SEV
                           MOVE "TRANSACT" TO WS-INTG-FILE
                           MOVE WS-INTG-TLR-ID (WS-INTG-TLR-IX)
                               TO WS-INTG-KEY
                           MOVE WS-INTG-TLR-COUNT (WS-INTG-TLR-IX)
                               TO WS-INTG-CNT-ED
                           MOVE WS-INTG-CNT-ED TO WS-INTG-ID
                           MOVE "TRANS-TELLER not in TELLERS.DAT"
                               TO WS-INTG-DESC
                           PERFORM WRITE-INTEGRITY-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE TELLER-FILE
           END-IF.

       INTG-TALLY-TELLER.
           MOVE 0 TO WS-INTG-TLR-FOUND-IX
           PERFORM VARYING WS-INTG-TLR-IX FROM 1 BY 1
               UNTIL WS-INTG-TLR-IX > WS-INTG-TLR-USED
               IF WS-INTG-TLR-ID (WS-INTG-TLR-IX) = TRANS-TELLER
                   MOVE WS-INTG-TLR-IX TO WS-INTG-TLR-FOUND-IX
                   MOVE WS-INTG-TLR-USED TO WS-INTG-TLR-IX
               END-IF
           END-PERFORM

           IF WS-INTG-TLR-FOUND-IX = 0
               IF WS-INTG-TLR-USED >= 50
                   MOVE 'W' TO WS-INTG-SEV
                   MOVE "TRANSACT" TO WS-INTG-FILE
                   MOVE TRANS-TELLER TO WS-INTG-KEY
                   MOVE TRANS-ACCT-ID TO WS-INTG-ID
                   MOVE "Teller table full; not checked"
                       TO WS-INTG-DESC
                   PERFORM WRITE-INTEGRITY-EXCEPTION
               ELSE
                   ADD 1 TO WS-INTG-TLR-USED
                   MOVE WS-INTG-TLR-USED TO WS-INTG-TLR-FOUND-IX
                   MOVE TRANS-TELLER TO WS-INTG-TLR-ID (WS-INTG-TLR-FOUND-IX)
                   MOVE 0 TO WS-INTG-TLR-COUNT (WS-INTG-TLR-FOUND-IX)
               END-IF
           END-IF

           IF WS-INTG-TLR-FOUND-IX > 0
               ADD 1 TO WS-INTG-TLR-COUNT (WS-INTG-TLR-FOUND-IX)
           END-IF.

       WRITE-INTEGRITY-HEADER.
           MOVE SPACES TO INTEGRITY-REPORT-REC
           STRING "CROSS-FILE INTEGRITY EXCEPTIONS - " WS-DATE-STRING " "
               WS-TIME-STRING DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC

           MOVE "Severity: S = severe (run ends RC 8), W = warning"
               TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC

           MOVE SPACES TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC

           MOVE "S  File      Key               Acct/Count  Exception"
               TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC

           MOVE "-  --------  ----------------  ----------  ------------------------------------"
               TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC.

       WRITE-INTEGRITY-EXCEPTION.
           IF WS-INTG-SEV = 'S'
               ADD 1 TO WS-INTG-SEVERE
           ELSE
               ADD 1 TO WS-INTG-WARN
           END-IF

           MOVE SPACES TO INTEGRITY-REPORT-REC
           STRING WS-INTG-SEV "  " WS-INTG-FILE "  " WS-INTG-KEY "  "
               WS-INTG-ID "  " WS-INTG-DESC
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC.

       WRITE-INTEGRITY-FOOTER.
           MOVE SPACES TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC

           MOVE SPACES TO INTEGRITY-REPORT-REC
           STRING "Records checked:    " WS-INTG-CHECKED
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC

           MOVE SPACES TO INTEGRITY-REPORT-REC
           STRING "Severe exceptions:  " WS-INTG-SEVERE
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC

           MOVE SPACES TO INTEGRITY-REPORT-REC
           STRING "Warnings:           " WS-INTG-WARN
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC

           MOVE SPACES TO INTEGRITY-REPORT-REC
           STRING "Return code:        " WS-INTG-RC
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC

           IF WS-INTG-SEVERE = 0 AND WS-INTG-WARN = 0
               MOVE "No exceptions found. Files are consistent."
                   TO INTEGRITY-REPORT-REC
               WRITE INTEGRITY-REPORT-REC
           END-IF.

       NORMALIZE-SCREEN-NAME.
           MOVE WS-SCR-NAME TO WS-SCR-WORK
           INSPECT WS-SCR-WORK CONVERTING WS-SCR-LOWER TO WS-SCR-UPPER
           INSPECT WS-SCR-WORK REPLACING ALL '.' BY SPACE
               ALL ',' BY SPACE ALL '-' BY SPACE ALL "'" BY SPACE
               ALL '/' BY SPACE ALL '&' BY SPACE ALL '(' BY SPACE
               ALL ')' BY SPACE ALL '"' BY SPACE ALL ';' BY SPACE
               ALL ':' BY SPACE

           MOVE SPACES TO WS-SCR-WORDS
           MOVE 0 TO WS-SCR-WORD-CNT
           MOVE 1 TO WS-SCR-PTR
           PERFORM UNTIL WS-SCR-PTR > 40 OR WS-SCR-WORD-CNT >= 8
               IF WS-SCR-WORK(WS-SCR-PTR:1) = SPACE
                   ADD 1 TO WS-SCR-PTR
               ELSE
                   MOVE SPACES TO WS-SCR-TOKEN
                   UNSTRING WS-SCR-WORK DELIMITED BY ALL SPACE
                       INTO WS-SCR-TOKEN WITH POINTER WS-SCR-PTR
                   ADD 1 TO WS-SCR-WORD-CNT
                   MOVE WS-SCR-TOKEN TO WS-SCR-WORD (WS-SCR-WORD-CNT)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SCR-IX FROM 1 BY 1
               UNTIL WS-SCR-IX >= WS-SCR-WORD-CNT
               PERFORM VARYING WS-SCR-JX FROM 1 BY 1
                   UNTIL WS-SCR-JX > WS-SCR-WORD-CNT - WS-SCR-IX
                   IF WS-SCR-WORD (WS-SCR-JX) > WS-SCR-WORD (WS-SCR-JX + 1)
                       MOVE WS-SCR-WORD (WS-SCR-JX) TO WS-SCR-SWAP
                       MOVE WS-SCR-WORD (WS-SCR-JX + 1)
                           TO WS-SCR-WORD (WS-SCR-JX)
                       MOVE WS-SCR-SWAP TO WS-SCR-WORD (WS-SCR-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-SCR-NORM
           MOVE 1 TO WS-SCR-OUT-PTR
           PERFORM VARYING WS-SCR-IX FROM 1 BY 1
               UNTIL WS-SCR-IX > WS-SCR-WORD-CNT
               IF WS-SCR-IX > 1
                   STRING ' ' DELIMITED BY SIZE
                       INTO WS-SCR-NORM WITH POINTER WS-SCR-OUT-PTR
               END-IF
               STRING WS-SCR-WORD (WS-SCR-IX) DELIMITED BY SPACE
                   INTO WS-SCR-NORM WITH POINTER WS-SCR-OUT-PTR
           END-PERFORM.

       SCREEN-NAME.
           MOVE 'N' TO WS-SCR-HIT
           MOVE SPACES TO WS-SCR-LIST-ID
           MOVE SPACES TO WS-SCR-LIST-NAME

           IF WS-SCR-NAME NOT = SPACES
               PERFORM NORMALIZE-SCREEN-NAME
               IF WS-SCR-NORM NOT = SPACES
                   OPEN INPUT WATCHLIST-FILE
                   IF FILE-STATUS = "00"
                       MOVE WS-SCR-NORM TO WL-NORM-NAME
                       READ WATCHLIST-FILE KEY IS WL-NORM-NAME
                           INVALID KEY
                               MOVE 'N' TO WS-SCR-HIT
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-SCR-HIT
                               MOVE WL-LIST-ID TO WS-SCR-LIST-ID
                               MOVE WL-NAME TO WS-SCR-LIST-NAME
                       END-READ
                       CLOSE WATCHLIST-FILE
                   END-IF
               END-IF
           END-IF.

       SCREEN-CUSTOMER-NAME.
           PERFORM SCREEN-NAME
           IF WS-SCR-HIT = 'Y'
               DISPLAY " "
               DISPLAY "‚ùå Possible watch-list match: " WS-SCR-NAME
               DISPLAY "   List entry: " WS-SCR-LIST-ID " " WS-SCR-LIST-NAME
               DISPLAY "   Customer referred to supervisor review."
               PERFORM QUEUE-SANCTIONS-HIT
           END-IF.

       QUEUE-SANCTIONS-HIT.
           PERFORM GET-CURRENT-DATETIME
           OPEN I-O SANCTION-QUEUE-FILE
           IF FILE-STATUS = "35"
               OPEN OUTPUT SANCTION-QUEUE-FILE
           END-IF

           MOVE 'F' TO WS-SQ-WRITTEN
           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening SANCTQ.DAT: " FILE-STATUS
           ELSE
               MOVE SPACES TO SQ-STAMP
               STRING WS-CURRENT-DATE WS-CURRENT-TIME
                   DELIMITED BY SIZE INTO SQ-STAMP
               MOVE 0 TO SQ-SEQ
               MOVE WS-SQ-SOURCE TO SQ-SOURCE
               MOVE WS-SQ-SUBJECT TO SQ-SUBJECT-ID
               MOVE WS-SQ-ACCT TO SQ-ACCT-ID
               MOVE WS-SCR-NAME TO SQ-NAME
               MOVE WS-SCR-LIST-ID TO SQ-LIST-ID
               MOVE WS-SCR-LIST-NAME TO SQ-LIST-NAME
               MOVE WS-DATE-STRING TO SQ-DATE
               MOVE 'O' TO SQ-STATUS
               MOVE SPACES TO SQ-DECIDED-BY
               MOVE SPACES TO SQ-DECIDED-DATE

               MOVE 'N' TO WS-SQ-WRITTEN
               PERFORM UNTIL WS-SQ-WRITTEN NOT = 'N'
                   WRITE SANCTION-QUEUE-RECORD
                       INVALID KEY
                           IF FILE-STATUS NOT = "22"
                               MOVE 'F' TO WS-SQ-WRITTEN
                           ELSE
                            IF SQ-SEQ = 999
                               MOVE 'F' TO WS-SQ-WRITTEN
                            ELSE
                               ADD 1 TO SQ-SEQ
                            END-IF
                           END-IF
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-SQ-WRITTEN
                   END-WRITE
               END-PERFORM

               IF WS-SQ-WRITTEN = 'F'
                   DISPLAY "‚ùå Error writing SANCTQ.DAT: " FILE-STATUS
                   DISPLAY "   Review item not queued for " WS-SQ-SUBJECT
               ELSE
                   DISPLAY "   Review item: " SQ-KEY
               END-IF
               CLOSE SANCTION-QUEUE-FILE
           END-IF.

       CHECK-SANCTIONS-DUPLICATE.
           MOVE 'N' TO WS-SQ-DUPLICATE
           OPEN INPUT SANCTION-QUEUE-FILE

           IF FILE-STATUS = "00"
               MOVE WS-SQ-SUBJECT TO SQ-SUBJECT-ID
               START SANCTION-QUEUE-FILE KEY IS = SQ-SUBJECT-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-SQ-DONE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-SQ-DONE
               END-START
               PERFORM UNTIL WS-SQ-DONE = 'Y'
                   READ SANCTION-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SQ-DONE
                       NOT AT END
                           IF SQ-SUBJECT-ID NOT = WS-SQ-SUBJECT
                               MOVE 'Y' TO WS-SQ-DONE
                           ELSE
                               IF SQ-LIST-ID = WS-SCR-LIST-ID
                                   AND SQ-NAME = WS-SCR-NAME
                                   MOVE 'Y' TO WS-SQ-DUPLICATE
                                   MOVE 'Y' TO WS-SQ-DONE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SANCTION-QUEUE-FILE
           END-IF.

       WATCHLIST-LOAD-RUN.
           DISPLAY " "
           DISPLAY "üìë WATCH-LIST REFRESH"
           DISPLAY "===================="

           PERFORM GET-CURRENT-DATETIME
           MOVE 0 TO WS-WL-LOADED
           MOVE 0 TO WS-WL-REJECTED
           MOVE 'N' TO WS-WL-LOAD-OK

           OPEN INPUT WATCHLIST-IN-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening WATCHIN.DAT: " FILE-STATUS
               DISPLAY "   Watch list not refreshed."
           ELSE
               OPEN OUTPUT WATCHLIST-FILE

               IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Error opening WATCHLST.DAT: " FILE-STATUS
                   CLOSE WATCHLIST-IN-FILE
               ELSE
                   MOVE SPACES TO WS-WL-PREV-LIST
                   MOVE 0 TO WS-WL-SEQ
                   MOVE 'N' TO WS-WL-DONE
                   PERFORM UNTIL WS-WL-DONE = 'Y'
                       READ WATCHLIST-IN-FILE
                           AT END
                               MOVE 'Y' TO WS-WL-DONE
                           NOT AT END
                               IF WLI-NAME NOT = SPACES
                                   PERFORM LOAD-ONE-WATCHLIST-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE WATCHLIST-FILE
                   CLOSE WATCHLIST-IN-FILE
                   MOVE 'Y' TO WS-WL-LOAD-OK

                   DISPLAY " "
                   DISPLAY "‚úÖ Watch list refreshed. " WS-WL-LOADED
                       " name(s) and alias(es) loaded."
                   IF WS-WL-REJECTED > 0
                       DISPLAY "‚ùå " WS-WL-REJECTED
                           " entry(ies) rejected - see messages above."
                   END-IF
               END-IF
           END-IF

           IF WS-WL-LOAD-OK = 'Y'
               PERFORM SANCTIONS-RESCREEN-RUN
           END-IF.

       LOAD-ONE-WATCHLIST-ENTRY.
           IF WLI-LIST-ID = WS-WL-PREV-LIST
               ADD 1 TO WS-WL-SEQ
           ELSE
               MOVE 1 TO WS-WL-SEQ
               MOVE WLI-LIST-ID TO WS-WL-PREV-LIST
           END-IF

           MOVE WLI-LIST-ID TO WL-LIST-ID
           MOVE WS-WL-SEQ TO WL-SEQ
           IF WLI-ENTRY-TYPE = 'A'
               MOVE 'A' TO WL-ENTRY-TYPE
           ELSE
               MOVE 'N' TO WL-ENTRY-TYPE
           END-IF
           MOVE WLI-NAME TO WL-NAME
           MOVE WLI-NAME TO WS-SCR-NAME
           PERFORM NORMALIZE-SCREEN-NAME
           MOVE WS-SCR-NORM TO WL-NORM-NAME
           MOVE WS-DATE-STRING TO WL-LOAD-DATE

           MOVE 'N' TO WS-SQ-WRITTEN
           PERFORM UNTIL WS-SQ-WRITTEN NOT = 'N'
               WRITE WATCHLIST-RECORD
                   INVALID KEY
                       IF FILE-STATUS NOT = "22"
                           MOVE 'F' TO WS-SQ-WRITTEN
                       ELSE
                           IF WL-SEQ = 999
                               MOVE 0 TO WL-SEQ
                           ELSE
                               ADD 1 TO WL-SEQ
                           END-IF
                           IF WL-SEQ = WS-WL-SEQ
                               MOVE 'F' TO WS-SQ-WRITTEN
                           END-IF
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SQ-WRITTEN
               END-WRITE
           END-PERFORM

           IF WS-SQ-WRITTEN = 'Y'
               MOVE WL-SEQ TO WS-WL-SEQ
               ADD 1 TO WS-WL-LOADED
           ELSE
               DISPLAY "‚ùå Error writing WATCHLST.DAT: " FILE-STATUS
                   " - entry rejected: " WLI-LIST-ID " " WLI-NAME
               ADD 1 TO WS-WL-REJECTED
           END-IF.

       SANCTIONS-RESCREEN-RUN.
           DISPLAY " "
           DISPLAY "üìë CUSTOMER MASTER SANCTIONS RESCREEN"
           DISPLAY "===================================="

           PERFORM GET-CURRENT-DATETIME
           MOVE 0 TO WS-RSC-SCANNED
           MOVE 0 TO WS-RSC-HITS
           MOVE 0 TO WS-RSC-NEW
           MOVE 0 TO WS-RSC-REJECTED

           OPEN OUTPUT SANCTION-REPORT-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening SANCTRPT.PRT: " FILE-STATUS
           ELSE
               PERFORM WRITE-SANCTION-RPT-HEADER

               OPEN INPUT CUSTMAST-FILE

               IF FILE-STATUS NOT = "00"
                   DISPLAY "No customer master records to screen."
               ELSE
                   MOVE 'N' TO WS-RSC-DONE
                   PERFORM UNTIL WS-RSC-DONE = 'Y'
                       READ CUSTMAST-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-RSC-DONE
                           NOT AT END
                               ADD 1 TO WS-RSC-SCANNED
                               PERFORM RESCREEN-ONE-CUSTOMER
                       END-READ
                   END-PERFORM
                   CLOSE CUSTMAST-FILE
               END-IF

               PERFORM WRITE-SANCTION-RPT-FOOTER
               CLOSE SANCTION-REPORT-FILE

               DISPLAY " "
               DISPLAY "‚úÖ Rescreen complete. " WS-RSC-SCANNED
                   " customer(s) screened, " WS-RSC-HITS " match(es), "
                   WS-RSC-NEW " new review item(s)."
               IF WS-RSC-REJECTED > 0
                   DISPLAY "‚ùå " WS-RSC-REJECTED
                       " match(es) could not be queued for review."
               END-IF
               DISPLAY "   See SANCTRPT.PRT for the match report."
           END-IF.

       RESCREEN-ONE-CUSTOMER.
           MOVE CUST-NAME TO WS-SCR-NAME
           PERFORM SCREEN-NAME

           IF WS-SCR-HIT = 'Y'
               ADD 1 TO WS-RSC-HITS
               MOVE CUST-ID TO WS-SQ-SUBJECT
               PERFORM CHECK-SANCTIONS-DUPLICATE

               MOVE SPACES TO SANCTION-REPORT-REC
               IF WS-SQ-DUPLICATE = 'Y'
                   STRING CUST-ID "  " CUST-NAME "  " WS-SCR-LIST-ID
                       "  ON FILE"
                       DELIMITED BY SIZE INTO SANCTION-REPORT-REC
               ELSE
                   MOVE 'R' TO WS-SQ-SOURCE
                   MOVE SPACES TO WS-SQ-ACCT
                   PERFORM QUEUE-SANCTIONS-HIT
                   IF WS-SQ-WRITTEN = 'Y'
                       ADD 1 TO WS-RSC-NEW
                       STRING CUST-ID "  " CUST-NAME "  " WS-SCR-LIST-ID
                           "  NEW"
                           DELIMITED BY SIZE INTO SANCTION-REPORT-REC
                   ELSE
                       ADD 1 TO WS-RSC-REJECTED
                       STRING CUST-ID "  " CUST-NAME "  " WS-SCR-LIST-ID
                           "  NOT QUEUED"
                           DELIMITED BY SIZE INTO SANCTION-REPORT-REC
                   END-IF
               END-IF
               WRITE SANCTION-REPORT-REC
           END-IF.

       WRITE-SANCTION-RPT-HEADER.
           MOVE SPACES TO SANCTION-REPORT-REC
           STRING "SANCTIONS RESCREEN OF CUSTOMER MASTER - " WS-DATE-STRING
               " " WS-TIME-STRING
               DELIMITED BY SIZE INTO SANCTION-REPORT-REC
           WRITE SANCTION-REPORT-REC

           MOVE SPACES TO SANCTION-REPORT-REC
           WRITE SANCTION-REPORT-REC

           MOVE "Cust ID     Customer Name                   List ID     Queue"
               TO SANCTION-REPORT-REC
           WRITE SANCTION-REPORT-REC

           MOVE "----------  ------------------------------  ----------  -------"
               TO SANCTION-REPORT-REC
           WRITE SANCTION-REPORT-REC.

       WRITE-SANCTION-RPT-FOOTER.
           MOVE SPACES TO SANCTION-REPORT-REC
           WRITE SANCTION-REPORT-REC

           MOVE SPACES TO SANCTION-REPORT-REC
           STRING "Customers screened: " WS-RSC-SCANNED
               DELIMITED BY SIZE INTO SANCTION-REPORT-REC
           WRITE SANCTION-REPORT-REC

           MOVE SPACES TO SANCTION-REPORT-REC
           STRING "Matches:            " WS-RSC-HITS
               DELIMITED BY SIZE INTO SANCTION-REPORT-REC
           WRITE SANCTION-REPORT-REC

           MOVE SPACES TO SANCTION-REPORT-REC
           STRING "New review items:   " WS-RSC-NEW
               DELIMITED BY SIZE INTO SANCTION-REPORT-REC
           WRITE SANCTION-REPORT-REC

           IF WS-RSC-HITS = 0
               MOVE "No customer names match the watch list."
                   TO SANCTION-REPORT-REC
               WRITE SANCTION-REPORT-REC
           END-IF.

       SANCTIONS-REVIEW-QUEUE.
           DISPLAY " "
           DISPLAY "üîé SANCTIONS REVIEW QUEUE"
           DISPLAY "=========================="

           MOVE 0 TO WS-SQ-OPEN-CNT
           OPEN INPUT SANCTION-QUEUE-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "No review items on file."
           ELSE
               DISPLAY "Item ID           S Subject          Name                 List ID"
               DISPLAY "----------------- - ---------------- -------------------- ----------"
               MOVE 'N' TO WS-SQ-DONE
               PERFORM UNTIL WS-SQ-DONE = 'Y'
                   READ SANCTION-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SQ-DONE
                       NOT AT END
                           IF SQ-STATUS = 'O'
                               ADD 1 TO WS-SQ-OPEN-CNT
                               DISPLAY SQ-KEY " " SQ-SOURCE " "
                                   SQ-SUBJECT-ID " " SQ-NAME(1:20) " "
                                   SQ-LIST-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SANCTION-QUEUE-FILE
           END-IF

           IF WS-SQ-OPEN-CNT = 0
               DISPLAY "No open review items."
           ELSE
               DISPLAY " "
               DISPLAY "Sources: A=customer added, N=renamed, R=rescreen, "
                   "O=outbound transfer, I=inbound credit"
               DISPLAY "Enter Item ID to decide (blank to exit): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-SQ-KEY-IN
               ACCEPT WS-SQ-KEY-IN

               IF WS-SQ-KEY-IN NOT = SPACES
                   PERFORM DECIDE-SANCTIONS-ITEM
               END-IF
           END-IF.

       DECIDE-SANCTIONS-ITEM.
           OPEN I-O SANCTION-QUEUE-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening SANCTQ.DAT: " FILE-STATUS
           ELSE
               MOVE WS-SQ-KEY-IN TO SQ-KEY
               READ SANCTION-QUEUE-FILE
                   INVALID KEY
                       DISPLAY "‚ùå Review item not found: " WS-SQ-KEY-IN
                   NOT INVALID KEY
                       IF SQ-STATUS NOT = 'O'
                           DISPLAY "‚ùå Review item already decided: "
                               WS-SQ-KEY-IN
                       ELSE
                           PERFORM RECORD-SANCTIONS-DECISION
                       END-IF
               END-READ
               CLOSE SANCTION-QUEUE-FILE
           END-IF.

       RECORD-SANCTIONS-DECISION.
           DISPLAY "Name:       " SQ-NAME
           DISPLAY "List entry: " SQ-LIST-ID " " SQ-LIST-NAME
           DISPLAY "Decision (F=False positive, C=Confirmed match): "
               WITH NO ADVANCING
           ACCEPT WS-SQ-DECISION

           IF WS-SQ-DECISION NOT = 'F' AND WS-SQ-DECISION NOT = 'C'
               DISPLAY "‚ùå Decision must be F or C."
           ELSE
               MOVE 'Y' TO WS-OVR-OK
               MOVE WS-TELLER-ID TO WS-OVR-SUPV-ID
               IF WS-TLR-CLASS NOT = 'S'
                   DISPLAY "A supervisor must clear sanctions review items."
                   PERFORM SUPERVISOR-OVERRIDE
               END-IF

               IF WS-OVR-OK = 'N'
                   DISPLAY "‚ùå Not authorized. Item left open."
               ELSE
                   IF SQ-ACCT-ID = SPACES
                       MOVE SQ-SUBJECT-ID TO WS-SEARCH-ID
                   ELSE
                       MOVE SQ-ACCT-ID TO WS-SEARCH-ID
                   END-IF
                   MOVE SPACES TO WS-AUDIT-OLD
                   STRING "OPEN " SQ-LIST-ID
                       DELIMITED BY SIZE INTO WS-AUDIT-OLD
                   IF WS-SQ-DECISION = 'F'
                       MOVE 'FALSE POSITIVE' TO WS-AUDIT-NEW
                   ELSE
                       MOVE 'CONFIRMED' TO WS-AUDIT-NEW
                   END-IF
                   MOVE 'SANCTION-HIT' TO WS-AUDIT-FIELD
                   MOVE WS-OPERATOR-ID TO WS-SQ-SAVE-OPER
                   MOVE WS-OVR-SUPV-ID TO WS-OPERATOR-ID
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE WS-SQ-SAVE-OPER TO WS-OPERATOR-ID

                   IF WS-AUDIT-OK = 'Y'
                       MOVE WS-SQ-DECISION TO SQ-STATUS
                       MOVE WS-OVR-SUPV-ID TO SQ-DECIDED-BY
                       MOVE WS-DATE-STRING TO SQ-DECIDED-DATE
                       REWRITE SANCTION-QUEUE-RECORD
                       IF SQ-SOURCE = 'O'
                           PERFORM RESOLVE-HELD-EXT-TRANSFER
                       END-IF
                       DISPLAY "‚úÖ Review item " SQ-KEY " closed as "
                           WS-AUDIT-NEW
                   END-IF
               END-IF
           END-IF.

       RESOLVE-HELD-EXT-TRANSFER.
           OPEN I-O EXTXFER-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening EXTXFER.DAT: " FILE-STATUS
           ELSE
               MOVE SQ-SUBJECT-ID TO EXT-REF
               READ EXTXFER-FILE
                   INVALID KEY
                       DISPLAY "‚ùå Held transfer not found: "
                           SQ-SUBJECT-ID
                   NOT INVALID KEY
                       IF EXT-STATUS = 'R'
                           IF WS-SQ-DECISION = 'F'
                               MOVE 'P' TO EXT-STATUS
                               DISPLAY "   Transfer " EXT-REF
                                   " released for the next outbound run."
                           ELSE
                               MOVE 'B' TO EXT-STATUS
                               DISPLAY "   Transfer " EXT-REF
                                   " blocked; funds stay in " WS-SETTLE-ACCT
                           END-IF
                           REWRITE EXTXFER-RECORD
                       END-IF
               END-READ
               CLOSE EXTXFER-FILE
           END-IF.

       BALANCE-SNAPSHOT-RUN.
           DISPLAY " "
           DISPLAY "üìë DAILY BALANCE SNAPSHOT"
           DISPLAY "========================"

           IF WS-BH-RUN-DATE = SPACES
               PERFORM GET-CURRENT-DATETIME
               MOVE WS-DATE-STRING TO WS-BH-RUN-DATE
           END-IF
           DISPLAY "Snapshot date: " WS-BH-RUN-DATE

           MOVE 0 TO WS-BH-COUNT
           OPEN I-O BALHIST-FILE
           IF FILE-STATUS = "35"
               OPEN OUTPUT BALHIST-FILE
           END-IF

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening BALHIST.DAT: " FILE-STATUS
               MOVE 'Y' TO WS-EOD-STEP-FAILED
           ELSE
               OPEN INPUT CUSTOMER-FILE

               IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Error opening customer file: " FILE-STATUS
                   MOVE 'Y' TO WS-EOD-STEP-FAILED
                   CLOSE BALHIST-FILE
               ELSE
                   MOVE 'N' TO WS-BH-ACCR-OPEN
                   OPEN INPUT ACCRUAL-FILE
                   IF FILE-STATUS = "00"
                       MOVE 'Y' TO WS-BH-ACCR-OPEN
                   END-IF

                   MOVE 'N' TO WS-BH-DONE
                   PERFORM UNTIL WS-BH-DONE = 'Y'
                       READ CUSTOMER-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-BH-DONE
                           NOT AT END
                               IF ACCT-STATUS NOT = 'X'
                                   AND ACCT-ID NOT = WS-SETTLE-ACCT
                                   AND ACCT-ID NOT = WS-LOSS-ACCT
                                   PERFORM SNAPSHOT-ONE-ACCOUNT
                               END-IF
                       END-READ
                   END-PERFORM

                   IF WS-BH-ACCR-OPEN = 'Y'
                       CLOSE ACCRUAL-FILE
                   END-IF
                   CLOSE CUSTOMER-FILE
                   CLOSE BALHIST-FILE

                   DISPLAY " "
                   DISPLAY "‚úÖ Balance snapshot complete. " WS-BH-COUNT
                       " account(s) recorded in BALHIST.DAT."
               END-IF
           END-IF.

       SNAPSHOT-ONE-ACCOUNT.
           MOVE ACCT-ID TO WS-SEARCH-ID
           PERFORM COMPUTE-ACTIVE-HOLDS

           MOVE ACCT-ID TO BH-ACCT-ID
           MOVE WS-BH-RUN-DATE TO BH-DATE
           MOVE ACCT-TYPE TO BH-ACCT-TYPE
           MOVE ACCT-STATUS TO BH-ACCT-STATUS
           MOVE BALANCE TO BH-LEDGER
           COMPUTE BH-AVAILABLE = BALANCE - WS-HOLD-TOTAL
           MOVE 0 TO BH-ACCRUED

           IF WS-BH-ACCR-OPEN = 'Y'
               MOVE ACCT-ID TO ACCR-ACCT-ID
               READ ACCRUAL-FILE
                   INVALID KEY
                       MOVE 0 TO BH-ACCRUED
                   NOT INVALID KEY
                       MOVE ACCR-AMOUNT TO BH-ACCRUED
               END-READ
           END-IF

           WRITE BALHIST-RECORD
               INVALID KEY
                   REWRITE BALHIST-RECORD
           END-WRITE
           ADD 1 TO WS-BH-COUNT.

       CALC-ACCOUNT-ADB.
           MOVE 0 TO WS-ADB-SUM
           MOVE 0 TO WS-ADB-DAYS
           MOVE 0 TO WS-ADB-AMOUNT

           OPEN INPUT BALHIST-FILE
           IF FILE-STATUS = "00"
               MOVE WS-SEARCH-ID TO BH-ACCT-ID
               MOVE WS-ADB-FROM-DATE TO BH-DATE
               START BALHIST-FILE KEY IS >= BH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ADB-DONE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-ADB-DONE
               END-START

               PERFORM UNTIL WS-ADB-DONE = 'Y'
                   READ BALHIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ADB-DONE
                       NOT AT END
                           IF BH-ACCT-ID NOT = WS-SEARCH-ID
                               OR BH-DATE > WS-ADB-TO-DATE
                               MOVE 'Y' TO WS-ADB-DONE
                           ELSE
                               ADD BH-LEDGER TO WS-ADB-SUM
                               ADD 1 TO WS-ADB-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALHIST-FILE
           END-IF

           IF WS-ADB-DAYS > 0
               COMPUTE WS-ADB-AMOUNT ROUNDED = WS-ADB-SUM / WS-ADB-DAYS
           END-IF.

       MONTHLY-MIS-RUN.
           DISPLAY " "
           DISPLAY "üìë MONTHLY PRODUCT MIS REPORT"
           DISPLAY "============================"

           IF WS-MIS-MONTH = SPACES
               PERFORM GET-CURRENT-DATETIME
               MOVE WS-DATE-STRING(1:7) TO WS-MIS-MONTH
           END-IF

           MOVE 'N' TO WS-MIS-OK
           MOVE 0 TO WS-MIS-ACCT-LINES
           IF WS-MIS-MONTH(1:4) IS NUMERIC
               AND WS-MIS-MONTH(5:1) = '/'
               AND WS-MIS-MONTH(6:2) IS NUMERIC
               IF WS-MIS-MONTH(6:2) >= '01' AND WS-MIS-MONTH(6:2) <= '12'
                   MOVE 'Y' TO WS-MIS-OK
               END-IF
           END-IF

           IF WS-MIS-OK = 'N'
               DISPLAY "‚ùå Invalid report month (use YYYY/MM): "
                   WS-MIS-MONTH
               MOVE 'Y' TO WS-EOD-STEP-FAILED
           ELSE
               DISPLAY "Report month: " WS-MIS-MONTH

               PERFORM MIS-SET-PERIOD
               MOVE ZEROS TO WS-MIS-TABLE
               MOVE ZEROS TO WS-MIS-DAY-TABLE

               PERFORM MIS-SCAN-BALANCE-HISTORY
               PERFORM MIS-SUMMARISE-BALANCES
               PERFORM MIS-SCAN-TRANSACTIONS
               PERFORM MIS-SCAN-CLOSED-ACCOUNTS
               PERFORM MIS-TOTAL-ALL-PRODUCTS
               PERFORM MIS-WRITE-REPORT
               PERFORM MIS-WRITE-EXTRACT

               DISPLAY " "
               DISPLAY "‚úÖ MIS report written to MISRPT.PRT, extract to "
                   "MISEXTR.DAT."
               DISPLAY "   Balance history days in month: "
                   WS-MIS-SNAP-DAYS " of " WS-MIS-MONTH-DAYS
           END-IF.

       MIS-SET-PERIOD.
           MOVE WS-MIS-MONTH(1:4) TO WS-CAL-YEAR
           MOVE WS-MIS-MONTH(6:2) TO WS-CAL-MONTH
           PERFORM CALC-DAYS-IN-MONTH
           MOVE WS-CAL-DIM TO WS-MIS-MONTH-DAYS

           MOVE SPACES TO WS-MIS-FROM-DATE
           STRING WS-MIS-MONTH "/01" DELIMITED BY SIZE
               INTO WS-MIS-FROM-DATE
           MOVE SPACES TO WS-MIS-TO-DATE
           STRING WS-MIS-MONTH "/" WS-CAL-DIM DELIMITED BY SIZE
               INTO WS-MIS-TO-DATE

           IF WS-CAL-MONTH = 1
               MOVE 12 TO WS-CAL-MONTH
               SUBTRACT 1 FROM WS-CAL-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CAL-MONTH
           END-IF
           MOVE SPACES TO WS-MIS-PRIOR-MONTH
           STRING WS-CAL-YEAR "/" WS-CAL-MONTH DELIMITED BY SIZE
               INTO WS-MIS-PRIOR-MONTH.

       MIS-FIND-TYPE.
           EVALUATE WS-MIS-LOOK-TYPE
               WHEN 'S'
                   MOVE 1 TO WS-MIS-TX
               WHEN 'C'
                   MOVE 2 TO WS-MIS-TX
               WHEN 'T'
                   MOVE 3 TO WS-MIS-TX
               WHEN 'L'
                   MOVE 4 TO WS-MIS-TX
               WHEN OTHER
                   MOVE 0 TO WS-MIS-TX
           END-EVALUATE.

       MIS-SCAN-BALANCE-HISTORY.
           OPEN INPUT BALHIST-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "No balance history on file (BALHIST.DAT)."
           ELSE
               MOVE 'N' TO WS-MIS-DONE
               PERFORM UNTIL WS-MIS-DONE = 'Y'
                   READ BALHIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-MIS-DONE
                       NOT AT END
                           PERFORM MIS-TALLY-SNAPSHOT
                   END-READ
               END-PERFORM
               CLOSE BALHIST-FILE
           END-IF.

       MIS-TALLY-SNAPSHOT.
           MOVE BH-ACCT-TYPE TO WS-MIS-LOOK-TYPE
           PERFORM MIS-FIND-TYPE

           IF WS-MIS-TX > 0
               MOVE BH-DATE(9:2) TO WS-MIS-DAY-IX
               IF BH-DATE(1:7) = WS-MIS-MONTH
                   MOVE 'Y' TO WS-MIS-DAY-USED (WS-MIS-DAY-IX)
                   ADD BH-LEDGER TO WS-MIS-DAY-BAL (WS-MIS-DAY-IX, WS-MIS-TX)
                   ADD 1 TO WS-MIS-DAY-ACCTS (WS-MIS-DAY-IX, WS-MIS-TX)
                   IF BH-ACCT-STATUS = 'D'
                       ADD 1 TO WS-MIS-DAY-DORM (WS-MIS-DAY-IX, WS-MIS-TX)
                   END-IF
               ELSE
                   IF BH-DATE(1:7) = WS-MIS-PRIOR-MONTH
                       MOVE 'Y' TO WS-MIS-PDAY-USED (WS-MIS-DAY-IX)
                       ADD BH-LEDGER
                           TO WS-MIS-PDAY-BAL (WS-MIS-DAY-IX, WS-MIS-TX)
                   END-IF
               END-IF
           END-IF.

       MIS-SUMMARISE-BALANCES.
           MOVE 0 TO WS-MIS-SNAP-DAYS
           MOVE 0 TO WS-MIS-LAST-DAY
           MOVE 0 TO WS-MIS-PLAST-DAY
           PERFORM VARYING WS-MIS-DAY-IX FROM 1 BY 1
               UNTIL WS-MIS-DAY-IX > 31
               IF WS-MIS-DAY-USED (WS-MIS-DAY-IX) = 'Y'
                   ADD 1 TO WS-MIS-SNAP-DAYS
                   MOVE WS-MIS-DAY-IX TO WS-MIS-LAST-DAY
               END-IF
               IF WS-MIS-PDAY-USED (WS-MIS-DAY-IX) = 'Y'
                   MOVE WS-MIS-DAY-IX TO WS-MIS-PLAST-DAY
               END-IF
           END-PERFORM

           PERFORM VARYING WS-MIS-TX FROM 1 BY 1 UNTIL WS-MIS-TX > 4
               IF WS-MIS-LAST-DAY > 0
                   MOVE WS-MIS-DAY-BAL (WS-MIS-LAST-DAY, WS-MIS-TX)
                       TO WS-MIS-ME-BAL (WS-MIS-TX)
                   MOVE WS-MIS-DAY-DORM (WS-MIS-LAST-DAY, WS-MIS-TX)
                       TO WS-MIS-DORMANT (WS-MIS-TX)
                   MOVE WS-MIS-DAY-ACCTS (WS-MIS-LAST-DAY, WS-MIS-TX)
                       TO WS-MIS-ACCOUNTS (WS-MIS-TX)
               END-IF
               IF WS-MIS-PLAST-DAY > 0
                   MOVE WS-MIS-PDAY-BAL (WS-MIS-PLAST-DAY, WS-MIS-TX)
                       TO WS-MIS-PRIOR-BAL (WS-MIS-TX)
               END-IF
               PERFORM VARYING WS-MIS-DAY-IX FROM 1 BY 1
                   UNTIL WS-MIS-DAY-IX > 31
                   ADD WS-MIS-DAY-BAL (WS-MIS-DAY-IX, WS-MIS-TX)
                       TO WS-MIS-BAL-SUM (WS-MIS-TX)
               END-PERFORM
               IF WS-MIS-SNAP-DAYS > 0
                   COMPUTE WS-MIS-ADB (WS-MIS-TX) ROUNDED =
                       WS-MIS-BAL-SUM (WS-MIS-TX) / WS-MIS-SNAP-DAYS
               END-IF
           END-PERFORM.

       MIS-SCAN-TRANSACTIONS.
           OPEN INPUT CUSTOMER-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening customer file: " FILE-STATUS
               DISPLAY "   Activity figures not included."
           ELSE
               MOVE SPACES TO WS-MIS-CUR-ACCT
               MOVE 0 TO WS-MIS-CUR-TX

               OPEN INPUT TRANSACTION-FILE
               IF FILE-STATUS = "00"
                   MOVE 'N' TO WS-MIS-DONE
                   PERFORM UNTIL WS-MIS-DONE = 'Y'
                       READ TRANSACTION-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-MIS-DONE
                           NOT AT END
                               IF TRANS-DATE >= WS-MIS-FROM-DATE
                                   AND TRANS-DATE <= WS-MIS-TO-DATE
                                   MOVE TRANS-ACCT-ID TO WS-MIS-T-ACCT
                                   MOVE TRANS-DATE TO WS-MIS-T-DATE
                                   MOVE TRANS-TYPE TO WS-MIS-T-TYPE
                                   MOVE TRANS-AMOUNT TO WS-MIS-T-AMOUNT
                                   PERFORM MIS-TALLY-TRANSACTION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRANSACTION-FILE
               END-IF

               OPEN INPUT ARCHIVE-FILE
               IF FILE-STATUS = "00"
                   MOVE 'N' TO WS-MIS-DONE
                   PERFORM UNTIL WS-MIS-DONE = 'Y'
                       READ ARCHIVE-FILE
                           AT END
                               MOVE 'Y' TO WS-MIS-DONE
                           NOT AT END
                               IF ARCH-DATE >= WS-MIS-FROM-DATE
                                   AND ARCH-DATE <= WS-MIS-TO-DATE
                                   MOVE ARCH-ACCT-ID TO WS-MIS-T-ACCT
                                   MOVE ARCH-DATE TO WS-MIS-T-DATE
                                   MOVE ARCH-TYPE TO WS-MIS-T-TYPE
                                   MOVE ARCH-AMOUNT TO WS-MIS-T-AMOUNT
                                   PERFORM MIS-TALLY-TRANSACTION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF

               CLOSE CUSTOMER-FILE
           END-IF.

       MIS-TALLY-TRANSACTION.
           IF WS-MIS-T-ACCT NOT = WS-MIS-CUR-ACCT
               MOVE WS-MIS-T-ACCT TO WS-MIS-CUR-ACCT
               MOVE 0 TO WS-MIS-CUR-TX
               IF WS-MIS-T-ACCT NOT = WS-SETTLE-ACCT
                   AND WS-MIS-T-ACCT NOT = WS-LOSS-ACCT
                   MOVE WS-MIS-T-ACCT TO ACCT-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           MOVE 0 TO WS-MIS-CUR-TX
                       NOT INVALID KEY
                           MOVE ACCT-TYPE TO WS-MIS-LOOK-TYPE
                           PERFORM MIS-FIND-TYPE
                           MOVE WS-MIS-TX TO WS-MIS-CUR-TX
                   END-READ
               END-IF
           END-IF

           IF WS-MIS-CUR-TX > 0
               EVALUATE WS-MIS-T-TYPE
                   WHEN 'O'
                       ADD 1 TO WS-MIS-OPENED (WS-MIS-CUR-TX)
                   WHEN 'I'
                       ADD WS-MIS-T-AMOUNT TO WS-MIS-INT-PAID (WS-MIS-CUR-TX)
                   WHEN 'J'
                       ADD WS-MIS-T-AMOUNT TO WS-MIS-INT-RCVD (WS-MIS-CUR-TX)
                   WHEN 'F'
                       ADD WS-MIS-T-AMOUNT TO WS-MIS-FEES (WS-MIS-CUR-TX)
                   WHEN 'P'
                       ADD WS-MIS-T-AMOUNT TO WS-MIS-FEES (WS-MIS-CUR-TX)
               END-EVALUATE
           END-IF.

       MIS-SCAN-CLOSED-ACCOUNTS.
           OPEN INPUT CLOSEDACCTS-FILE

           IF FILE-STATUS = "00"
               MOVE 'N' TO WS-MIS-DONE
               PERFORM UNTIL WS-MIS-DONE = 'Y'
                   READ CLOSEDACCTS-FILE
                       AT END
                           MOVE 'Y' TO WS-MIS-DONE
                       NOT AT END
                           IF CLOSED-DATE >= WS-MIS-FROM-DATE
                               AND CLOSED-DATE <= WS-MIS-TO-DATE
                               MOVE CLOSED-TYPE TO WS-MIS-LOOK-TYPE
                               PERFORM MIS-FIND-TYPE
                               IF WS-MIS-TX > 0
                                   ADD 1 TO WS-MIS-CLOSED (WS-MIS-TX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSEDACCTS-FILE
           END-IF.

       MIS-TOTAL-ALL-PRODUCTS.
           PERFORM VARYING WS-MIS-TX FROM 1 BY 1 UNTIL WS-MIS-TX > 4
               ADD WS-MIS-OPENED (WS-MIS-TX) TO WS-MIS-OPENED (5)
               ADD WS-MIS-CLOSED (WS-MIS-TX) TO WS-MIS-CLOSED (5)
               ADD WS-MIS-DORMANT (WS-MIS-TX) TO WS-MIS-DORMANT (5)
               ADD WS-MIS-ACCOUNTS (WS-MIS-TX) TO WS-MIS-ACCOUNTS (5)
               ADD WS-MIS-ME-BAL (WS-MIS-TX) TO WS-MIS-ME-BAL (5)
               ADD WS-MIS-BAL-SUM (WS-MIS-TX) TO WS-MIS-BAL-SUM (5)
               ADD WS-MIS-ADB (WS-MIS-TX) TO WS-MIS-ADB (5)
               ADD WS-MIS-INT-PAID (WS-MIS-TX) TO WS-MIS-INT-PAID (5)
               ADD WS-MIS-INT-RCVD (WS-MIS-TX) TO WS-MIS-INT-RCVD (5)
               ADD WS-MIS-FEES (WS-MIS-TX) TO WS-MIS-FEES (5)
               ADD WS-MIS-PRIOR-BAL (WS-MIS-TX) TO WS-MIS-PRIOR-BAL (5)
           END-PERFORM

           PERFORM VARYING WS-MIS-TX FROM 1 BY 1 UNTIL WS-MIS-TX > 5
               COMPUTE WS-MIS-GROWTH (WS-MIS-TX) =
                   WS-MIS-ME-BAL (WS-MIS-TX) - WS-MIS-PRIOR-BAL (WS-MIS-TX)
               MOVE 0 TO WS-MIS-GROWTH-PCT (WS-MIS-TX)
               IF WS-MIS-PRIOR-BAL (WS-MIS-TX) > 0
                   COMPUTE WS-MIS-GROWTH-PCT (WS-MIS-TX) ROUNDED =
                       WS-MIS-GROWTH (WS-MIS-TX) * 100
                       / WS-MIS-PRIOR-BAL (WS-MIS-TX)
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-MIS-GROWTH-PCT (WS-MIS-TX)
                   END-COMPUTE
               END-IF
               IF WS-MIS-PRIOR-BAL (WS-MIS-TX) < 0
                   COMPUTE WS-MIS-GROWTH-PCT (WS-MIS-TX) ROUNDED =
                       WS-MIS-GROWTH (WS-MIS-TX) * -100
                       / WS-MIS-PRIOR-BAL (WS-MIS-TX)
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-MIS-GROWTH-PCT (WS-MIS-TX)
                   END-COMPUTE
               END-IF
           END-PERFORM.

       MIS-WRITE-REPORT.
           OPEN OUTPUT MIS-REPORT-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening MISRPT.PRT: " FILE-STATUS
               MOVE 'Y' TO WS-EOD-STEP-FAILED
           ELSE
               PERFORM GET-CURRENT-DATETIME
               MOVE SPACES TO MIS-REPORT-REC
               STRING "MONTHLY PRODUCT MIS REPORT - " WS-MIS-MONTH
                   "      RUN " WS-DATE-STRING " " WS-TIME-STRING
                   DELIMITED BY SIZE INTO MIS-REPORT-REC
               WRITE MIS-REPORT-REC

               MOVE SPACES TO MIS-REPORT-REC
               STRING "Period " WS-MIS-FROM-DATE " to " WS-MIS-TO-DATE
                   "   Balance history days: " WS-MIS-SNAP-DAYS
                   " of " WS-MIS-MONTH-DAYS
                   DELIMITED BY SIZE INTO MIS-REPORT-REC
               WRITE MIS-REPORT-REC

               IF WS-MIS-PLAST-DAY = 0
                   MOVE SPACES TO MIS-REPORT-REC
                   STRING "No balance history for " WS-MIS-PRIOR-MONTH
                       " - net growth is measured from zero."
                       DELIMITED BY SIZE INTO MIS-REPORT-REC
                   WRITE MIS-REPORT-REC
               END-IF

               MOVE SPACES TO MIS-REPORT-REC
               WRITE MIS-REPORT-REC

               PERFORM VARYING WS-MIS-TX FROM 1 BY 1 UNTIL WS-MIS-TX > 5
                   PERFORM MIS-WRITE-PRODUCT-BLOCK
               END-PERFORM

               MOVE "Average daily balance = sum of end-of-day balances / days"
                   TO MIS-REPORT-REC
               WRITE MIS-REPORT-REC
               MOVE "with balance history. Loan balances are shown negative."
                   TO MIS-REPORT-REC
               WRITE MIS-REPORT-REC

               CLOSE MIS-REPORT-FILE
           END-IF.

       MIS-WRITE-PRODUCT-BLOCK.
           MOVE SPACES TO MIS-REPORT-REC
           STRING "PRODUCT: " WS-MIS-TYPE-NAME (WS-MIS-TX)
               DELIMITED BY SIZE INTO MIS-REPORT-REC
           WRITE MIS-REPORT-REC

           MOVE "-----------------------------------------------"
               TO MIS-REPORT-REC
           WRITE MIS-REPORT-REC

           MOVE "  Accounts opened" TO WS-MIS-LABEL
           MOVE WS-MIS-OPENED (WS-MIS-TX) TO WS-MISX-CNT
           PERFORM MIS-WRITE-COUNT-LINE
           MOVE "  Accounts closed" TO WS-MIS-LABEL
           MOVE WS-MIS-CLOSED (WS-MIS-TX) TO WS-MISX-CNT
           PERFORM MIS-WRITE-COUNT-LINE
           MOVE "  Dormant at month-end" TO WS-MIS-LABEL
           MOVE WS-MIS-DORMANT (WS-MIS-TX) TO WS-MISX-CNT
           PERFORM MIS-WRITE-COUNT-LINE
           MOVE "  Open at month-end" TO WS-MIS-LABEL
           MOVE WS-MIS-ACCOUNTS (WS-MIS-TX) TO WS-MISX-CNT
           PERFORM MIS-WRITE-COUNT-LINE

           MOVE "  Month-end balance" TO WS-MIS-LABEL
           MOVE WS-MIS-ME-BAL (WS-MIS-TX) TO WS-MISX-AMT
           PERFORM MIS-WRITE-AMOUNT-LINE
           MOVE "  Average daily balance" TO WS-MIS-LABEL
           MOVE WS-MIS-ADB (WS-MIS-TX) TO WS-MISX-AMT
           PERFORM MIS-WRITE-AMOUNT-LINE
           MOVE "  Interest paid" TO WS-MIS-LABEL
           MOVE WS-MIS-INT-PAID (WS-MIS-TX) TO WS-MISX-AMT
           PERFORM MIS-WRITE-AMOUNT-LINE
           MOVE "  Loan interest received" TO WS-MIS-LABEL
           MOVE WS-MIS-INT-RCVD (WS-MIS-TX) TO WS-MISX-AMT
           PERFORM MIS-WRITE-AMOUNT-LINE
           MOVE "  Fees earned" TO WS-MIS-LABEL
           MOVE WS-MIS-FEES (WS-MIS-TX) TO WS-MISX-AMT
           PERFORM MIS-WRITE-AMOUNT-LINE
           MOVE "  Prior month-end balance" TO WS-MIS-LABEL
           MOVE WS-MIS-PRIOR-BAL (WS-MIS-TX) TO WS-MISX-AMT
           PERFORM MIS-WRITE-AMOUNT-LINE

           MOVE WS-MIS-GROWTH (WS-MIS-TX) TO WS-MIS-AMT-ED
           MOVE WS-MIS-GROWTH-PCT (WS-MIS-TX) TO WS-MIS-PCT-ED
           MOVE "  Net growth vs prior month" TO WS-MIS-LABEL
           MOVE SPACES TO MIS-REPORT-REC
           STRING WS-MIS-LABEL WS-MIS-AMT-ED "  " WS-MIS-PCT-ED "%"
               DELIMITED BY SIZE INTO MIS-REPORT-REC
           WRITE MIS-REPORT-REC

           MOVE SPACES TO MIS-REPORT-REC
           WRITE MIS-REPORT-REC.

       MIS-WRITE-COUNT-LINE.
           MOVE WS-MISX-CNT TO WS-MIS-CNT-ED
           MOVE SPACES TO MIS-REPORT-REC
           STRING WS-MIS-LABEL "             " WS-MIS-CNT-ED
               DELIMITED BY SIZE INTO MIS-REPORT-REC
           WRITE MIS-REPORT-REC.

       MIS-WRITE-AMOUNT-LINE.
           MOVE WS-MISX-AMT TO WS-MIS-AMT-ED
           MOVE SPACES TO MIS-REPORT-REC
           STRING WS-MIS-LABEL WS-MIS-AMT-ED
               DELIMITED BY SIZE INTO MIS-REPORT-REC
           WRITE MIS-REPORT-REC.

       MIS-WRITE-EXTRACT.
           OPEN OUTPUT MIS-EXTRACT-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening MISEXTR.DAT: " FILE-STATUS
               MOVE 'Y' TO WS-EOD-STEP-FAILED
           ELSE
               MOVE SPACES TO MIS-EXTRACT-REC
               STRING "REC,MONTH,PRODUCT,OPENED,CLOSED,DORMANT,OPEN_ACCTS,"
                   "MONTH_END_BAL,AVG_DAILY_BAL,INTEREST_PAID,"
                   "LOAN_INT_RCVD,FEES_EARNED,PRIOR_MONTH_BAL,NET_GROWTH"
                   DELIMITED BY SIZE INTO MIS-EXTRACT-REC
               WRITE MIS-EXTRACT-REC

               PERFORM VARYING WS-MIS-TX FROM 1 BY 1 UNTIL WS-MIS-TX > 5
                   PERFORM MIS-WRITE-PRODUCT-EXTRACT
               END-PERFORM

               MOVE "REC,MONTH,ACCT_ID,PRODUCT,DAYS,AVG_DAILY_BAL"
                   TO MIS-EXTRACT-REC
               WRITE MIS-EXTRACT-REC

               MOVE WS-MIS-FROM-DATE TO WS-ADB-FROM-DATE
               MOVE WS-MIS-TO-DATE TO WS-ADB-TO-DATE
               OPEN INPUT CUSTOMER-FILE
               IF FILE-STATUS = "00"
                   MOVE 'N' TO WS-MIS-DONE
                   PERFORM UNTIL WS-MIS-DONE = 'Y'
                       READ CUSTOMER-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-MIS-DONE
                           NOT AT END
                               IF ACCT-ID NOT = WS-SETTLE-ACCT
                                   AND ACCT-ID NOT = WS-LOSS-ACCT
                                   PERFORM MIS-WRITE-ACCOUNT-EXTRACT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUSTOMER-FILE
               END-IF

               CLOSE MIS-EXTRACT-FILE
           END-IF.

       MIS-WRITE-PRODUCT-EXTRACT.
           MOVE SPACES TO MIS-EXTRACT-REC
           MOVE 1 TO WS-MISX-PTR
           STRING "PROD," WS-MIS-MONTH "," DELIMITED BY SIZE
               INTO MIS-EXTRACT-REC WITH POINTER WS-MISX-PTR
           IF WS-MIS-TX = 5
               STRING "ALL" DELIMITED BY SIZE
                   INTO MIS-EXTRACT-REC WITH POINTER WS-MISX-PTR
           ELSE
               STRING WS-MIS-TYPE-CODES(WS-MIS-TX:1) DELIMITED BY SIZE
                   INTO MIS-EXTRACT-REC WITH POINTER WS-MISX-PTR
           END-IF

           MOVE WS-MIS-OPENED (WS-MIS-TX) TO WS-MISX-CNT
           PERFORM MIS-APPEND-COUNT
           MOVE WS-MIS-CLOSED (WS-MIS-TX) TO WS-MISX-CNT
           PERFORM MIS-APPEND-COUNT
           MOVE WS-MIS-DORMANT (WS-MIS-TX) TO WS-MISX-CNT
           PERFORM MIS-APPEND-COUNT
           MOVE WS-MIS-ACCOUNTS (WS-MIS-TX) TO WS-MISX-CNT
           PERFORM MIS-APPEND-COUNT
           MOVE WS-MIS-ME-BAL (WS-MIS-TX) TO WS-MISX-AMT
           PERFORM MIS-APPEND-AMOUNT
           MOVE WS-MIS-ADB (WS-MIS-TX) TO WS-MISX-AMT
           PERFORM MIS-APPEND-AMOUNT
           MOVE WS-MIS-INT-PAID (WS-MIS-TX) TO WS-MISX-AMT
           PERFORM MIS-APPEND-AMOUNT
           MOVE WS-MIS-INT-RCVD (WS-MIS-TX) TO WS-MISX-AMT
           PERFORM MIS-APPEND-AMOUNT
           MOVE WS-MIS-FEES (WS-MIS-TX) TO WS-MISX-AMT
           PERFORM MIS-APPEND-AMOUNT
           MOVE WS-MIS-PRIOR-BAL (WS-MIS-TX) TO WS-MISX-AMT
           PERFORM MIS-APPEND-AMOUNT
           MOVE WS-MIS-GROWTH (WS-MIS-TX) TO WS-MISX-AMT
           PERFORM MIS-APPEND-AMOUNT
           WRITE MIS-EXTRACT-REC.

       MIS-WRITE-ACCOUNT-EXTRACT.
           MOVE ACCT-ID TO WS-SEARCH-ID
           PERFORM CALC-ACCOUNT-ADB

           IF WS-ADB-DAYS > 0
               MOVE SPACES TO MIS-EXTRACT-REC
               MOVE 1 TO WS-MISX-PTR
               STRING "ACCT," WS-MIS-MONTH "," ACCT-ID DELIMITED BY SPACE
                   INTO MIS-EXTRACT-REC WITH POINTER WS-MISX-PTR
               STRING "," ACCT-TYPE DELIMITED BY SIZE
                   INTO MIS-EXTRACT-REC WITH POINTER WS-MISX-PTR
               MOVE WS-ADB-DAYS TO WS-MISX-CNT
               PERFORM MIS-APPEND-COUNT
               MOVE WS-ADB-AMOUNT TO WS-MISX-AMT
               PERFORM MIS-APPEND-AMOUNT
               WRITE MIS-EXTRACT-REC
               ADD 1 TO WS-MIS-ACCT-LINES
           END-IF.

       MIS-APPEND-COUNT.
           MOVE WS-MISX-CNT TO WS-MISX-CNT-ED
           MOVE 0 TO WS-MISX-LEAD
           INSPECT WS-MISX-CNT-ED TALLYING WS-MISX-LEAD FOR LEADING SPACES
           STRING "," WS-MISX-CNT-ED(WS-MISX-LEAD + 1:) DELIMITED BY SIZE
               INTO MIS-EXTRACT-REC WITH POINTER WS-MISX-PTR.

       MIS-APPEND-AMOUNT.
           MOVE WS-MISX-AMT TO WS-MISX-AMT-ED
           MOVE 0 TO WS-MISX-LEAD
           INSPECT WS-MISX-AMT-ED TALLYING WS-MISX-LEAD FOR LEADING SPACES
           STRING "," WS-MISX-AMT-ED(WS-MISX-LEAD + 1:) DELIMITED BY SIZE
               INTO MIS-EXTRACT-REC WITH POINTER WS-MISX-PTR.

       DEPOSIT-INSURANCE-RUN.
           DISPLAY " "
           DISPLAY "üìë DEPOSIT INSURANCE COVERAGE"
           DISPLAY "============================="

           IF WS-INS-RUN-DATE = SPACES
               PERFORM GET-CURRENT-DATETIME
               MOVE WS-DATE-STRING TO WS-INS-RUN-DATE
           END-IF
           DISPLAY "As of: " WS-INS-RUN-DATE

           MOVE 0 TO WS-INS-ACCTS-INCL
           MOVE 0 TO WS-INS-ACCTS-EXCL
           MOVE 0 TO WS-INS-DEPOSITORS
           MOVE 0 TO WS-INS-OVER-COUNT
           MOVE 0 TO WS-INS-BANK-SINGLE
           MOVE 0 TO WS-INS-BANK-JOINT
           MOVE 0 TO WS-INS-BANK-TOTAL
           MOVE 0 TO WS-INS-BANK-INSURED
           MOVE 0 TO WS-INS-BANK-UNINSURED

           PERFORM INS-LOAD-PARAMETER

           MOVE 'Y' TO WS-INS-OK
           OPEN OUTPUT INS-WORK-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error creating INSWORK.DAT: " FILE-STATUS
               MOVE 'N' TO WS-INS-OK
               MOVE 'Y' TO WS-EOD-STEP-FAILED
           ELSE
               CLOSE INS-WORK-FILE
               PERFORM INS-ACCUMULATE-BALANCES
           END-IF

           IF WS-INS-OK = 'Y'
               PERFORM INS-WRITE-RESULTS
           END-IF

           IF WS-INS-OK = 'Y'
               DISPLAY " "
               DISPLAY "‚úÖ Coverage report written to DEPINS.PRT, extract "
                   "to DEPINSX.DAT."
               DISPLAY "   Depositors: " WS-INS-DEPOSITORS
                   "   Over limit: " WS-INS-OVER-COUNT
               MOVE WS-INS-BANK-UNINSURED TO WS-INS-BIG-ED
               DISPLAY "   Uninsured deposits: " WS-INS-BIG-ED
           END-IF.

       INS-LOAD-PARAMETER.
           MOVE 0 TO WS-INS-LIMIT
           MOVE 'D' TO WS-INS-LIMIT-SRC
           OPEN INPUT INS-PARM-FILE

           IF FILE-STATUS = "00"
               READ INS-PARM-FILE
                   NOT AT END
                       IF INSP-LIMIT IS NUMERIC
                           MOVE INSP-LIMIT TO WS-INS-LIMIT
                       END-IF
               END-READ
               CLOSE INS-PARM-FILE
           END-IF

           IF WS-INS-LIMIT = 0
               MOVE WS-INS-DEFAULT-LIMIT TO WS-INS-LIMIT
               DISPLAY "No coverage limit on INSPARM.DAT - using default."
           ELSE
               MOVE 'P' TO WS-INS-LIMIT-SRC
           END-IF

           MOVE WS-INS-LIMIT TO WS-INS-AMT-ED
           DISPLAY "Coverage limit per depositor per category: "
               WS-INS-AMT-ED.

       INS-ACCUMULATE-BALANCES.
           OPEN INPUT CUSTOMER-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening customer file: " FILE-STATUS
               MOVE 'N' TO WS-INS-OK
               MOVE 'Y' TO WS-EOD-STEP-FAILED
           ELSE
               MOVE 'N' TO WS-INS-XREF-OPEN
               OPEN INPUT ACCTXREF-FILE
               IF FILE-STATUS = "00"
                   MOVE 'Y' TO WS-INS-XREF-OPEN
               END-IF

               MOVE 'N' TO WS-INS-ACCR-OPEN
               OPEN INPUT ACCRUAL-FILE
               IF FILE-STATUS = "00"
                   MOVE 'Y' TO WS-INS-ACCR-OPEN
               END-IF

               OPEN I-O INS-WORK-FILE
               IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Error opening INSWORK.DAT: " FILE-STATUS
                   MOVE 'N' TO WS-INS-OK
                   MOVE 'Y' TO WS-EOD-STEP-FAILED
               ELSE
                   MOVE 'N' TO WS-INS-DONE
                   PERFORM UNTIL WS-INS-DONE = 'Y'
                       READ CUSTOMER-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-INS-DONE
                           NOT AT END
                               PERFORM INS-PROCESS-ACCOUNT
                       END-READ
                   END-PERFORM
                   CLOSE INS-WORK-FILE
               END-IF

               IF WS-INS-XREF-OPEN = 'Y'
                   CLOSE ACCTXREF-FILE
               END-IF
               IF WS-INS-ACCR-OPEN = 'Y'
                   CLOSE ACCRUAL-FILE
               END-IF
               CLOSE CUSTOMER-FILE
           END-IF.

       INS-PROCESS-ACCOUNT.
           IF ACCT-STATUS = 'X' OR ACCT-TYPE = 'L'
               OR ACCT-ID = WS-SETTLE-ACCT OR ACCT-ID = WS-LOSS-ACCT
               ADD 1 TO WS-INS-ACCTS-EXCL
           ELSE
               ADD 1 TO WS-INS-ACCTS-INCL
               MOVE BALANCE TO WS-INS-ACCT-BAL
               MOVE 0 TO WS-INS-ACCRUED
               IF WS-INS-ACCR-OPEN = 'Y'
                   MOVE ACCT-ID TO ACCR-ACCT-ID
                   READ ACCRUAL-FILE
                       NOT INVALID KEY
                           COMPUTE WS-INS-ACCRUED ROUNDED = ACCR-AMOUNT
                   END-READ
               END-IF
               ADD WS-INS-ACCRUED TO WS-INS-ACCT-BAL

               PERFORM INS-COLLECT-OWNERS
               IF WS-INS-ACCT-BAL > 0
                   PERFORM INS-ALLOCATE-ACCOUNT
               END-IF
           END-IF.

       INS-COLLECT-OWNERS.
           MOVE 0 TO WS-INS-OWN-COUNT
           IF WS-INS-XREF-OPEN = 'Y'
               MOVE ACCT-ID TO XREF-ACCT-ID
               MOVE SPACES TO XREF-CUST-ID
               START ACCTXREF-FILE KEY IS >= XREF-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-INS-XDONE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-INS-XDONE
               END-START
               PERFORM UNTIL WS-INS-XDONE = 'Y'
                   READ ACCTXREF-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-INS-XDONE
                       NOT AT END
                           IF XREF-ACCT-ID NOT = ACCT-ID
                               MOVE 'Y' TO WS-INS-XDONE
                           ELSE
                               IF WS-INS-OWN-COUNT < 20
                                   ADD 1 TO WS-INS-OWN-COUNT
                                   MOVE XREF-CUST-ID
                                       TO WS-INS-OWN-ID (WS-INS-OWN-COUNT)
                                   MOVE XREF-ROLE
                                       TO WS-INS-OWN-ROLE (WS-INS-OWN-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       INS-ALLOCATE-ACCOUNT.
           MOVE WS-INS-ACCT-BAL TO WS-INS-POST-AMT
           EVALUATE TRUE
               WHEN WS-INS-OWN-COUNT = 0
                   MOVE 'A' TO WS-INS-POST-KIND
                   MOVE ACCT-ID TO WS-INS-POST-ID
                   MOVE 'S' TO WS-INS-POST-CAT
                   MOVE 'P' TO WS-INS-POST-ROLE
                   PERFORM INS-POST-SHARE
               WHEN WS-INS-OWN-COUNT = 1
                   MOVE 'C' TO WS-INS-POST-KIND
                   MOVE WS-INS-OWN-ID (1) TO WS-INS-POST-ID
                   MOVE 'S' TO WS-INS-POST-CAT
                   MOVE WS-INS-OWN-ROLE (1) TO WS-INS-POST-ROLE
                   PERFORM INS-POST-SHARE
               WHEN OTHER
                   COMPUTE WS-INS-SHARE =
                       WS-INS-ACCT-BAL / WS-INS-OWN-COUNT
                   COMPUTE WS-INS-REMAIN = WS-INS-ACCT-BAL
                       - (WS-INS-SHARE * WS-INS-OWN-COUNT)
                   PERFORM VARYING WS-INS-OWN-IX FROM 1 BY 1
                       UNTIL WS-INS-OWN-IX > WS-INS-OWN-COUNT
                       MOVE 'C' TO WS-INS-POST-KIND
                       MOVE WS-INS-OWN-ID (WS-INS-OWN-IX) TO WS-INS-POST-ID
                       MOVE 'J' TO WS-INS-POST-CAT
                       MOVE WS-INS-OWN-ROLE (WS-INS-OWN-IX)
                           TO WS-INS-POST-ROLE
                       MOVE WS-INS-SHARE TO WS-INS-POST-AMT
                       IF WS-INS-OWN-IX = 1
                           ADD WS-INS-REMAIN TO WS-INS-POST-AMT
                       END-IF
                       PERFORM INS-POST-SHARE
                   END-PERFORM
           END-EVALUATE.

       INS-POST-SHARE.
           MOVE WS-INS-POST-KIND TO INSW-KIND
           MOVE WS-INS-POST-ID TO INSW-ID
           READ INS-WORK-FILE
               INVALID KEY
                   MOVE WS-INS-POST-KIND TO INSW-KIND
                   MOVE WS-INS-POST-ID TO INSW-ID
                   MOVE NAME TO INSW-NAME
                   MOVE ACCT-BRANCH TO INSW-BRANCH
                   MOVE WS-INS-POST-ROLE TO INSW-BR-ROLE
                   MOVE 1 TO INSW-ACCT-COUNT
                   MOVE 0 TO INSW-SINGLE-BAL
                   MOVE 0 TO INSW-JOINT-BAL
                   PERFORM INS-ADD-TO-CATEGORY
                   WRITE INS-WORK-RECORD
               NOT INVALID KEY
                   ADD 1 TO INSW-ACCT-COUNT
                   IF WS-INS-POST-ROLE = 'P' AND INSW-BR-ROLE NOT = 'P'
                       MOVE ACCT-BRANCH TO INSW-BRANCH
                       MOVE 'P' TO INSW-BR-ROLE
                   END-IF
                   PERFORM INS-ADD-TO-CATEGORY
                   REWRITE INS-WORK-RECORD
           END-READ.

       INS-ADD-TO-CATEGORY.
           IF WS-INS-POST-CAT = 'J'
               ADD WS-INS-POST-AMT TO INSW-JOINT-BAL
           ELSE
               ADD WS-INS-POST-AMT TO INSW-SINGLE-BAL
           END-IF.

       INS-WRITE-RESULTS.
           OPEN OUTPUT INS-REPORT-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening DEPINS.PRT: " FILE-STATUS
               MOVE 'N' TO WS-INS-OK
               MOVE 'Y' TO WS-EOD-STEP-FAILED
           ELSE
               OPEN OUTPUT INS-EXTRACT-FILE
               IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Error opening DEPINSX.DAT: " FILE-STATUS
                   MOVE 'N' TO WS-INS-OK
                   MOVE 'Y' TO WS-EOD-STEP-FAILED
                   CLOSE INS-REPORT-FILE
               ELSE
                   PERFORM LOAD-BRANCH-TABLE
                   PERFORM INS-WRITE-HEADINGS

                   MOVE 'N' TO WS-INS-CM-OPEN
                   OPEN INPUT CUSTMAST-FILE
                   IF FILE-STATUS = "00"
                       MOVE 'Y' TO WS-INS-CM-OPEN
                   END-IF

                   OPEN INPUT INS-WORK-FILE
                   IF FILE-STATUS NOT = "00"
                       DISPLAY "‚ùå Error opening INSWORK.DAT: "
                           FILE-STATUS
                       MOVE 'N' TO WS-INS-OK
                       MOVE 'Y' TO WS-EOD-STEP-FAILED
                   ELSE
                       MOVE 'N' TO WS-INS-DONE
                       PERFORM UNTIL WS-INS-DONE = 'Y'
                           READ INS-WORK-FILE NEXT RECORD
                               AT END
                                   MOVE 'Y' TO WS-INS-DONE
                               NOT AT END
                                   PERFORM INS-EVALUATE-DEPOSITOR
                           END-READ
                       END-PERFORM
                       CLOSE INS-WORK-FILE
                   END-IF

                   IF WS-INS-CM-OPEN = 'Y'
                       CLOSE CUSTMAST-FILE
                   END-IF

                   PERFORM INS-WRITE-TOTALS
                   CLOSE INS-EXTRACT-FILE
                   CLOSE INS-REPORT-FILE
               END-IF
           END-IF.

       INS-WRITE-HEADINGS.
           PERFORM GET-CURRENT-DATETIME
           MOVE SPACES TO INS-REPORT-REC
           STRING "DEPOSIT INSURANCE COVERAGE - AS OF " WS-INS-RUN-DATE
               "      RUN " WS-DATE-STRING " " WS-TIME-STRING
               DELIMITED BY SIZE INTO INS-REPORT-REC
           WRITE INS-REPORT-REC

           MOVE WS-INS-LIMIT TO WS-INS-AMT-ED
           MOVE SPACES TO INS-REPORT-REC
           IF WS-INS-LIMIT-SRC = 'P'
               STRING "Coverage limit per depositor per ownership category: "
                   WS-INS-AMT-ED
                   DELIMITED BY SIZE INTO INS-REPORT-REC
           ELSE
               STRING "Coverage limit per depositor per ownership category: "
                   WS-INS-AMT-ED " (default)"
                   DELIMITED BY SIZE INTO INS-REPORT-REC
           END-IF
           WRITE INS-REPORT-REC

           MOVE SPACES TO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE "DEPOSITORS OVER THE COVERAGE LIMIT" TO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE SPACES TO INS-REPORT-REC
           STRING "DEPOSITOR   NAME                  BR    "
               "    BALANCE       INSURED     UNINSURED"
               DELIMITED BY SIZE INTO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE ALL "-" TO INS-REPORT-REC
           WRITE INS-REPORT-REC

           MOVE SPACES TO INS-EXTRACT-REC
           MOVE 'H' TO INSX-LINE-TYPE
           MOVE WS-INS-RUN-DATE TO INSX-AS-OF-DATE
           MOVE "COVERAGE LIMIT" TO INSX-NAME
           MOVE 0 TO INSX-COUNT
           MOVE 0 TO INSX-SINGLE-BAL
           MOVE 0 TO INSX-JOINT-BAL
           MOVE 0 TO INSX-TOTAL-BAL
           MOVE WS-INS-LIMIT TO INSX-INSURED
           MOVE 0 TO INSX-UNINSURED
           WRITE INS-EXTRACT-REC.

       INS-EVALUATE-DEPOSITOR.
           ADD 1 TO WS-INS-DEPOSITORS
           MOVE INSW-NAME TO WS-INS-NAME
           IF INSW-KIND = 'C' AND WS-INS-CM-OPEN = 'Y'
               MOVE INSW-ID TO CUST-ID
               READ CUSTMAST-FILE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-INS-NAME
               END-READ
           END-IF

           MOVE INSW-SINGLE-BAL TO WS-INS-INS-SINGLE
           IF WS-INS-INS-SINGLE > WS-INS-LIMIT
               MOVE WS-INS-LIMIT TO WS-INS-INS-SINGLE
           END-IF
           MOVE INSW-JOINT-BAL TO WS-INS-INS-JOINT
           IF WS-INS-INS-JOINT > WS-INS-LIMIT
               MOVE WS-INS-LIMIT TO WS-INS-INS-JOINT
           END-IF

           COMPUTE WS-INS-CUST-TOTAL = INSW-SINGLE-BAL + INSW-JOINT-BAL
           COMPUTE WS-INS-CUST-INSURED = WS-INS-INS-SINGLE + WS-INS-INS-JOINT
           COMPUTE WS-INS-CUST-UNINS = WS-INS-CUST-TOTAL - WS-INS-CUST-INSURED

           ADD INSW-SINGLE-BAL TO WS-INS-BANK-SINGLE
           ADD INSW-JOINT-BAL TO WS-INS-BANK-JOINT
           ADD WS-INS-CUST-TOTAL TO WS-INS-BANK-TOTAL
           ADD WS-INS-CUST-INSURED TO WS-INS-BANK-INSURED
           ADD WS-INS-CUST-UNINS TO WS-INS-BANK-UNINSURED

           MOVE INSW-BRANCH TO WS-BRT-LOOK-ID
           PERFORM FIND-BRANCH-SLOT
           IF WS-BRT-FOUND-IX > 0
               ADD 1 TO WS-BRT-CNT (WS-BRT-FOUND-IX)
           END-IF

           MOVE SPACES TO INS-EXTRACT-REC
           MOVE 'D' TO INSX-LINE-TYPE
           MOVE WS-INS-RUN-DATE TO INSX-AS-OF-DATE
           MOVE INSW-KIND TO INSX-DEP-KIND
           MOVE INSW-ID TO INSX-DEP-ID
           MOVE WS-INS-NAME TO INSX-NAME
           MOVE INSW-BRANCH TO INSX-BRANCH
           MOVE INSW-ACCT-COUNT TO INSX-COUNT
           MOVE INSW-SINGLE-BAL TO INSX-SINGLE-BAL
           MOVE INSW-JOINT-BAL TO INSX-JOINT-BAL
           MOVE WS-INS-CUST-TOTAL TO INSX-TOTAL-BAL
           MOVE WS-INS-CUST-INSURED TO INSX-INSURED
           MOVE WS-INS-CUST-UNINS TO INSX-UNINSURED
           WRITE INS-EXTRACT-REC

           IF WS-INS-CUST-UNINS > 0
               ADD 1 TO WS-INS-OVER-COUNT
               IF WS-BRT-FOUND-IX > 0
                   ADD 1 TO WS-BRT-DEP-CNT (WS-BRT-FOUND-IX)
                   ADD WS-INS-CUST-UNINS TO WS-BRT-DEP-AMT (WS-BRT-FOUND-IX)
               END-IF
               PERFORM INS-WRITE-EXCEPTION
           END-IF.

       INS-WRITE-EXCEPTION.
           MOVE WS-INS-CUST-TOTAL TO WS-INS-AMT-ED
           MOVE WS-INS-CUST-INSURED TO WS-INS-AMT2-ED
           MOVE WS-INS-CUST-UNINS TO WS-INS-AMT3-ED
           MOVE SPACES TO INS-REPORT-REC
           STRING INSW-ID "  " WS-INS-NAME(1:20) "  " INSW-BRANCH "  "
               WS-INS-AMT-ED "  " WS-INS-AMT2-ED "  " WS-INS-AMT3-ED
               DELIMITED BY SIZE INTO INS-REPORT-REC
           WRITE INS-REPORT-REC

           IF INSW-SINGLE-BAL > 0
               MOVE "SINGLE" TO WS-INS-CAT-LABEL
               MOVE INSW-SINGLE-BAL TO WS-INS-CAT-BAL
               MOVE WS-INS-INS-SINGLE TO WS-INS-CAT-INSURED
               PERFORM INS-WRITE-CATEGORY-LINE
           END-IF
           IF INSW-JOINT-BAL > 0
               MOVE "JOINT" TO WS-INS-CAT-LABEL
               MOVE INSW-JOINT-BAL TO WS-INS-CAT-BAL
               MOVE WS-INS-INS-JOINT TO WS-INS-CAT-INSURED
               PERFORM INS-WRITE-CATEGORY-LINE
           END-IF.

       INS-WRITE-CATEGORY-LINE.
           COMPUTE WS-INS-CAT-UNINS = WS-INS-CAT-BAL - WS-INS-CAT-INSURED
           MOVE WS-INS-CAT-BAL TO WS-INS-AMT-ED
           MOVE WS-INS-CAT-INSURED TO WS-INS-AMT2-ED
           MOVE WS-INS-CAT-UNINS TO WS-INS-AMT3-ED
           MOVE SPACES TO INS-REPORT-REC
           STRING "            " WS-INS-CAT-LABEL "                 "
               WS-INS-AMT-ED "  " WS-INS-AMT2-ED "  " WS-INS-AMT3-ED
               DELIMITED BY SIZE INTO INS-REPORT-REC
           WRITE INS-REPORT-REC.

       INS-WRITE-TOTALS.
           IF WS-INS-OVER-COUNT = 0
               MOVE "No depositors over the coverage limit."
                   TO INS-REPORT-REC
               WRITE INS-REPORT-REC
           END-IF

           MOVE SPACES TO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE "OVER-LIMIT DEPOSITORS BY HOME BRANCH" TO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE SPACES TO INS-REPORT-REC
           STRING "BR  BRANCH NAME           DEPOSITORS  OV"
               "ER LIMIT       UNINSURED"
               DELIMITED BY SIZE INTO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE ALL "-" TO INS-REPORT-REC
           WRITE INS-REPORT-REC
           PERFORM VARYING WS-BRT-IX FROM 1 BY 1
               UNTIL WS-BRT-IX > WS-BRT-USED
               IF WS-BRT-CNT (WS-BRT-IX) > 0
                   MOVE WS-BRT-CNT (WS-BRT-IX) TO WS-BRT-CNT-ED
                   MOVE WS-BRT-DEP-CNT (WS-BRT-IX) TO WS-INS-CNT-ED
                   MOVE WS-BRT-DEP-AMT (WS-BRT-IX) TO WS-BRT-AMT-ED
                   MOVE SPACES TO INS-REPORT-REC
                   STRING WS-BRT-ID (WS-BRT-IX) " "
                       WS-BRT-NAME (WS-BRT-IX)(1:20) "       "
                       WS-BRT-CNT-ED "   " WS-INS-CNT-ED "  "
                       WS-BRT-AMT-ED
                       DELIMITED BY SIZE INTO INS-REPORT-REC
                   WRITE INS-REPORT-REC
               END-IF
           END-PERFORM

           MOVE SPACES TO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE "BANK-WIDE TOTALS" TO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE ALL "-" TO INS-REPORT-REC
           WRITE INS-REPORT-REC

           MOVE WS-INS-ACCTS-INCL TO WS-INS-CNT-ED
           MOVE SPACES TO INS-REPORT-REC
           STRING "  Accounts included           " WS-INS-CNT-ED
               DELIMITED BY SIZE INTO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE WS-INS-ACCTS-EXCL TO WS-INS-CNT-ED
           MOVE SPACES TO INS-REPORT-REC
           STRING "  Accounts excluded           " WS-INS-CNT-ED
               DELIMITED BY SIZE INTO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE WS-INS-DEPOSITORS TO WS-INS-CNT-ED
           MOVE SPACES TO INS-REPORT-REC
           STRING "  Depositors                  " WS-INS-CNT-ED
               DELIMITED BY SIZE INTO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE WS-INS-OVER-COUNT TO WS-INS-CNT-ED
           MOVE SPACES TO INS-REPORT-REC
           STRING "  Depositors over the limit   " WS-INS-CNT-ED
               DELIMITED BY SIZE INTO INS-REPORT-REC
           WRITE INS-REPORT-REC

           MOVE WS-INS-BANK-SINGLE TO WS-INS-BIG-ED
           MOVE SPACES TO INS-REPORT-REC
           STRING "  Single-ownership deposits   " WS-INS-BIG-ED
               DELIMITED BY SIZE INTO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE WS-INS-BANK-JOINT TO WS-INS-BIG-ED
           MOVE SPACES TO INS-REPORT-REC
           STRING "  Joint-ownership deposits    " WS-INS-BIG-ED
               DELIMITED BY SIZE INTO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE WS-INS-BANK-TOTAL TO WS-INS-BIG-ED
           MOVE SPACES TO INS-REPORT-REC
           STRING "  Total deposits              " WS-INS-BIG-ED
               DELIMITED BY SIZE INTO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE WS-INS-BANK-INSURED TO WS-INS-BIG-ED
           MOVE SPACES TO INS-REPORT-REC
           STRING "  Insured deposits            " WS-INS-BIG-ED
               DELIMITED BY SIZE INTO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE WS-INS-BANK-UNINSURED TO WS-INS-BIG-ED
           MOVE SPACES TO INS-REPORT-REC
           STRING "  Uninsured deposits          " WS-INS-BIG-ED
               DELIMITED BY SIZE INTO INS-REPORT-REC
           WRITE INS-REPORT-REC

           MOVE SPACES TO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE "Balances include accrued interest not yet posted. Joint"
               TO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE "accounts are shared equally among their owners. Closed,"
               TO INS-REPORT-REC
           WRITE INS-REPORT-REC
           MOVE "loan and internal system accounts are excluded."
               TO INS-REPORT-REC
           WRITE INS-REPORT-REC

           MOVE SPACES TO INS-EXTRACT-REC
           MOVE 'T' TO INSX-LINE-TYPE
           MOVE WS-INS-RUN-DATE TO INSX-AS-OF-DATE
           MOVE "BANK TOTAL" TO INSX-NAME
           MOVE WS-INS-DEPOSITORS TO INSX-COUNT
           MOVE WS-INS-BANK-SINGLE TO INSX-SINGLE-BAL
           MOVE WS-INS-BANK-JOINT TO INSX-JOINT-BAL
           MOVE WS-INS-BANK-TOTAL TO INSX-TOTAL-BAL
           MOVE WS-INS-BANK-INSURED TO INSX-INSURED
           MOVE WS-INS-BANK-UNINSURED TO INSX-UNINSURED
           WRITE INS-EXTRACT-REC.

       ODP-TRY-SWEEP.
           MOVE 'N' TO WS-ODP-SWEPT
           MOVE 'N' TO WS-ODP-LINKED

           IF ACCT-TYPE = 'C'
               OPEN INPUT ODPLINK-FILE
               IF FILE-STATUS = "00"
                   MOVE ACCT-ID TO ODP-ACCT-ID
                   READ ODPLINK-FILE
                       NOT INVALID KEY
                           IF ODP-STATUS = 'A'
                               MOVE 'Y' TO WS-ODP-LINKED
                               MOVE ODP-SAVINGS-ID TO WS-ODP-SAV-ID
                           END-IF
                   END-READ
                   CLOSE ODPLINK-FILE
               END-IF
           END-IF

           IF WS-ODP-LINKED = 'Y'
               PERFORM ODP-SWEEP-FROM-SAVINGS
           END-IF.

       ODP-SWEEP-FROM-SAVINGS.
           MOVE ACCT-ID TO WS-ODP-CHK-ID
           MOVE CUSTOMER-RECORD TO WS-ODP-SAVE-REC
           MOVE WS-SEARCH-ID TO WS-ODP-SAVE-SEARCH
           MOVE WS-AMOUNT TO WS-ODP-SAVE-AMOUNT
           MOVE WS-HOLD-TOTAL TO WS-ODP-SAVE-HOLDS
           MOVE SPACES TO WS-ODP-REASON

           COMPUTE WS-ODP-SHORTFALL = WS-ODP-NEED-AMT - WS-AVAILABLE
           PERFORM ODP-LOAD-INCREMENT
           COMPUTE WS-ODP-UNITS = WS-ODP-SHORTFALL / WS-ODP-INCREMENT
           COMPUTE WS-ODP-SWEEP-AMT = WS-ODP-UNITS * WS-ODP-INCREMENT
           IF WS-ODP-SWEEP-AMT < WS-ODP-SHORTFALL
               ADD WS-ODP-INCREMENT TO WS-ODP-SWEEP-AMT
           END-IF

           MOVE WS-ODP-SAV-ID TO ACCT-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'NFD' TO WS-ODP-REASON
               NOT INVALID KEY
                   IF ACCT-TYPE NOT = 'S'
                       MOVE 'INV' TO WS-ODP-REASON
                   ELSE
                    IF ACCT-STATUS = 'X'
                       MOVE 'CLS' TO WS-ODP-REASON
                    ELSE
                     IF ACCT-STATUS = 'D'
                       MOVE 'DOR' TO WS-ODP-REASON
                     ELSE
                      IF ACCT-STATUS = 'C'
                       MOVE 'CHG' TO WS-ODP-REASON
                      ELSE
                       MOVE WS-ODP-SAV-ID TO WS-SEARCH-ID
                       PERFORM COMPUTE-ACTIVE-HOLDS
                       COMPUTE WS-ODP-SAV-AVAIL = BALANCE - WS-HOLD-TOTAL
                       IF WS-ODP-SAV-AVAIL < WS-ODP-SWEEP-AMT
                           IF WS-ODP-SAV-AVAIL >= WS-ODP-SHORTFALL
                               MOVE WS-ODP-SHORTFALL TO WS-ODP-SWEEP-AMT
                           ELSE
                               MOVE 'NSF' TO WS-ODP-REASON
                           END-IF
                       END-IF
                       IF WS-ODP-REASON = SPACES
                           MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
                           SUBTRACT WS-ODP-SWEEP-AMT FROM BALANCE
                           PERFORM REWRITE-CUSTOMER-JOURNALED
                           MOVE WS-ODP-SWEEP-AMT TO WS-AMOUNT
                           PERFORM LOG-TRANSACTION-ODP-OUT
                       END-IF
                      END-IF
                     END-IF
                    END-IF
                   END-IF
           END-READ

           IF WS-ODP-REASON = SPACES
               MOVE WS-ODP-CHK-ID TO ACCT-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "‚ùå Checking account missing after sweep: "
                           WS-ODP-CHK-ID
                       MOVE 'ERR' TO WS-ODP-REASON
                       MOVE WS-ODP-SAVE-REC TO CUSTOMER-RECORD
                   NOT INVALID KEY
                       MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
                       ADD WS-ODP-SWEEP-AMT TO BALANCE
                       PERFORM REWRITE-CUSTOMER-JOURNALED
                       PERFORM LOG-TRANSACTION-ODP-IN
                       ADD WS-ODP-SWEEP-AMT TO WS-AVAILABLE
                       MOVE 'Y' TO WS-ODP-SWEPT
                       MOVE WS-ODP-SWEEP-AMT TO WS-ODP-AMT-ED
                       DISPLAY "   Overdraft protection: $" WS-ODP-AMT-ED
                           " transferred from savings " WS-ODP-SAV-ID
               END-READ
           ELSE
               MOVE WS-ODP-SAVE-REC TO CUSTOMER-RECORD
               MOVE 0 TO WS-ODP-SWEEP-AMT
               DISPLAY "   Overdraft protection from savings "
                   WS-ODP-SAV-ID " not available (" WS-ODP-REASON ")."
           END-IF

           MOVE WS-ODP-SAVE-SEARCH TO WS-SEARCH-ID
           MOVE WS-ODP-SAVE-AMOUNT TO WS-AMOUNT
           MOVE WS-ODP-SAVE-HOLDS TO WS-HOLD-TOTAL
           PERFORM ODP-WRITE-LOG.

       ODP-LOAD-INCREMENT.
           MOVE 0 TO WS-ODP-INCREMENT
           OPEN INPUT ODP-PARM-FILE

           IF FILE-STATUS = "00"
               READ ODP-PARM-FILE
                   NOT AT END
                       IF ODPP-INCREMENT IS NUMERIC
                           MOVE ODPP-INCREMENT TO WS-ODP-INCREMENT
                       END-IF
               END-READ
               CLOSE ODP-PARM-FILE
           END-IF

           IF WS-ODP-INCREMENT = 0
               MOVE WS-ODP-DEFAULT-INCR TO WS-ODP-INCREMENT
           END-IF.

       ODP-WRITE-LOG.
           PERFORM GET-CURRENT-DATETIME
           OPEN EXTEND ODP-LOG-FILE
           IF FILE-STATUS = "35"
               OPEN OUTPUT ODP-LOG-FILE
           END-IF

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening ODPSWEEP.DAT: " FILE-STATUS
           ELSE
               MOVE WS-DATE-STRING TO OSW-DATE
               MOVE WS-TIME-STRING TO OSW-TIME
               IF WS-ODP-SWEPT = 'Y'
                   MOVE 'S' TO OSW-RESULT
               ELSE
                   MOVE 'F' TO OSW-RESULT
               END-IF
               MOVE WS-ODP-CHK-ID TO OSW-ACCT-ID
               MOVE WS-ODP-SAV-ID TO OSW-SAVINGS-ID
               MOVE WS-ODP-SOURCE TO OSW-SOURCE
               MOVE WS-ODP-ITEM-REF TO OSW-ITEM-REF
               MOVE WS-ODP-NEED-AMT TO OSW-ITEM-AMT
               MOVE WS-ODP-SHORTFALL TO OSW-SHORTFALL
               MOVE WS-ODP-SWEEP-AMT TO OSW-SWEEP-AMT
               MOVE WS-ODP-REASON TO OSW-REASON
               MOVE WS-TELLER-ID TO OSW-TELLER
               WRITE ODP-LOG-RECORD
               CLOSE ODP-LOG-FILE
           END-IF.

       OVERDRAFT-SWEEP-REPORT.
           DISPLAY " "
           DISPLAY "üìë OVERDRAFT PROTECTION SWEEP REPORT"
           DISPLAY "===================================="

           IF WS-ODP-RUN-DATE = SPACES
               PERFORM GET-CURRENT-DATETIME
               MOVE WS-DATE-STRING TO WS-ODP-RUN-DATE
           END-IF
           DISPLAY "Report date: " WS-ODP-RUN-DATE

           MOVE 0 TO WS-ODP-SWEEP-CNT
           MOVE 0 TO WS-ODP-SWEEP-TOTAL
           MOVE 0 TO WS-ODP-FAIL-CNT
           MOVE 0 TO WS-ODP-FAIL-TOTAL

           OPEN OUTPUT ODP-REPORT-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening ODPSWEEP.PRT: " FILE-STATUS
               MOVE 'Y' TO WS-EOD-STEP-FAILED
           ELSE
               PERFORM GET-CURRENT-DATETIME
               MOVE SPACES TO ODP-REPORT-REC
               STRING "OVERDRAFT PROTECTION SWEEPS - " WS-ODP-RUN-DATE
                   "      RUN " WS-DATE-STRING " " WS-TIME-STRING
                   DELIMITED BY SIZE INTO ODP-REPORT-REC
               WRITE ODP-REPORT-REC
               MOVE SPACES TO ODP-REPORT-REC
               WRITE ODP-REPORT-REC

               MOVE "PROTECTION TRANSFERS FROM LINKED SAVINGS"
                   TO ODP-REPORT-REC
               WRITE ODP-REPORT-REC
               MOVE SPACES TO ODP-REPORT-REC
               STRING "TIME     CHECKING   SAVINGS    TELLER   "
                   "  ITEM AMT      SWEPT ITEM REF"
                   DELIMITED BY SIZE INTO ODP-REPORT-REC
               WRITE ODP-REPORT-REC
               MOVE ALL "-" TO ODP-REPORT-REC
               WRITE ODP-REPORT-REC
               MOVE 'S' TO WS-ODP-PASS
               PERFORM ODP-SCAN-LOG
               IF WS-ODP-PASS-LINES = 0
                   MOVE "  No protection transfers." TO ODP-REPORT-REC
                   WRITE ODP-REPORT-REC
               END-IF

               MOVE SPACES TO ODP-REPORT-REC
               WRITE ODP-REPORT-REC
               MOVE "ITEMS RETURNED - SAVINGS COULD NOT COVER THE SHORTFALL"
                   TO ODP-REPORT-REC
               WRITE ODP-REPORT-REC
               MOVE SPACES TO ODP-REPORT-REC
               STRING "TIME     CHECKING   SAVINGS    TELLER   "
                   "  ITEM AMT  SHORTFALL RSN ITEM REF"
                   DELIMITED BY SIZE INTO ODP-REPORT-REC
               WRITE ODP-REPORT-REC
               MOVE ALL "-" TO ODP-REPORT-REC
               WRITE ODP-REPORT-REC
               MOVE 'F' TO WS-ODP-PASS
               PERFORM ODP-SCAN-LOG
               IF WS-ODP-PASS-LINES = 0
                   MOVE "  No returned items." TO ODP-REPORT-REC
                   WRITE ODP-REPORT-REC
               END-IF

               MOVE SPACES TO ODP-REPORT-REC
               WRITE ODP-REPORT-REC
               MOVE WS-ODP-SWEEP-CNT TO WS-ODP-CNT-ED
               MOVE WS-ODP-SWEEP-TOTAL TO WS-ODP-TOT-ED
               MOVE SPACES TO ODP-REPORT-REC
               STRING "Protection transfers: " WS-ODP-CNT-ED
                   "   Total swept: " WS-ODP-TOT-ED
                   DELIMITED BY SIZE INTO ODP-REPORT-REC
               WRITE ODP-REPORT-REC
               MOVE WS-ODP-FAIL-CNT TO WS-ODP-CNT-ED
               MOVE WS-ODP-FAIL-TOTAL TO WS-ODP-TOT-ED
               MOVE SPACES TO ODP-REPORT-REC
               STRING "Items returned:       " WS-ODP-CNT-ED
                   "   Total items: " WS-ODP-TOT-ED
                   DELIMITED BY SIZE INTO ODP-REPORT-REC
               WRITE ODP-REPORT-REC

               CLOSE ODP-REPORT-FILE

               DISPLAY " "
               DISPLAY "‚úÖ Sweep report written to ODPSWEEP.PRT: "
                   WS-ODP-SWEEP-CNT " transfer(s), " WS-ODP-FAIL-CNT
                   " item(s) returned."
           END-IF.

       ODP-SCAN-LOG.
           MOVE 0 TO WS-ODP-PASS-LINES
           OPEN INPUT ODP-LOG-FILE

           IF FILE-STATUS = "00"
               MOVE 'N' TO WS-ODP-DONE
               PERFORM UNTIL WS-ODP-DONE = 'Y'
                   READ ODP-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-ODP-DONE
                       NOT AT END
                           IF OSW-DATE = WS-ODP-RUN-DATE
                               AND OSW-RESULT = WS-ODP-PASS
                               PERFORM ODP-WRITE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ODP-LOG-FILE
           END-IF.

       ODP-WRITE-DETAIL.
           ADD 1 TO WS-ODP-PASS-LINES
           MOVE OSW-ITEM-AMT TO WS-ODP-AMT-ED
           MOVE SPACES TO ODP-REPORT-REC
           IF OSW-RESULT = 'S'
               ADD 1 TO WS-ODP-SWEEP-CNT
               ADD OSW-SWEEP-AMT TO WS-ODP-SWEEP-TOTAL
               MOVE OSW-SWEEP-AMT TO WS-ODP-AMT2-ED
               STRING OSW-TIME " " OSW-ACCT-ID " " OSW-SAVINGS-ID " "
                   OSW-TELLER " " WS-ODP-AMT-ED " " WS-ODP-AMT2-ED
                   " " OSW-ITEM-REF
                   DELIMITED BY SIZE INTO ODP-REPORT-REC
           ELSE
               ADD 1 TO WS-ODP-FAIL-CNT
               ADD OSW-ITEM-AMT TO WS-ODP-FAIL-TOTAL
               MOVE OSW-SHORTFALL TO WS-ODP-AMT2-ED
               STRING OSW-TIME " " OSW-ACCT-ID " " OSW-SAVINGS-ID " "
                   OSW-TELLER " " WS-ODP-AMT-ED " " WS-ODP-AMT2-ED
                   " " OSW-REASON " " OSW-ITEM-REF(1:12)
                   DELIMITED BY SIZE INTO ODP-REPORT-REC
           END-IF
           WRITE ODP-REPORT-REC.

       MAINTAIN-CARDS.
           MOVE WS-TELLER-ID TO WS-OVR-SUPV-ID
           PERFORM REQUIRE-SUPERVISOR

           IF WS-OVR-OK = 'Y'
               MOVE WS-OPERATOR-ID TO WS-CRD-SAVE-OPER
               MOVE WS-OVR-SUPV-ID TO WS-OPERATOR-ID
               MOVE 'N' TO WS-CRD-DONE

               PERFORM UNTIL WS-CRD-DONE = 'Y'
                   DISPLAY " "
                   DISPLAY "üìã DEBIT/ATM CARD MAINTENANCE"
                   DISPLAY "=============================="
                   DISPLAY "  1. Issue a Card"
                   DISPLAY "  2. Change Card Status"
                   DISPLAY "  3. Change Daily Limits"
                   DISPLAY "  4. Renew Card Expiry"
                   DISPLAY "  5. View Cards for an Account"
                   DISPLAY "  6. Back to Main Menu"
                   DISPLAY " "
                   DISPLAY "Enter your choice (1-6): " WITH NO ADVANCING
                   ACCEPT WS-CRD-CHOICE
                   EVALUATE WS-CRD-CHOICE
                       WHEN 1
                           PERFORM ISSUE-CARD
                       WHEN 2
                           PERFORM CHANGE-CARD-STATUS
                       WHEN 3
                           PERFORM CHANGE-CARD-LIMITS
                       WHEN 4
                           PERFORM RENEW-CARD-EXPIRY
                       WHEN 5
                           PERFORM VIEW-ACCOUNT-CARDS
                       WHEN 6
                           MOVE 'Y' TO WS-CRD-DONE
                       WHEN OTHER
                           DISPLAY "‚ùå Invalid option. Please enter 1-6."
                   END-EVALUATE
               END-PERFORM

               MOVE WS-CRD-SAVE-OPER TO WS-OPERATOR-ID
           END-IF.

       ISSUE-CARD.
           DISPLAY " "
           DISPLAY "Enter Card Number (16 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-CRD-NUMBER-IN
           ACCEPT WS-CRD-NUMBER-IN

           DISPLAY "Enter Account ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-CRD-ACCT-IN
           ACCEPT WS-CRD-ACCT-IN

           DISPLAY "Enter Expiry (YYYY/MM): " WITH NO ADVANCING
           MOVE SPACES TO WS-CRD-EXPIRY-IN
           ACCEPT WS-CRD-EXPIRY-IN

           DISPLAY "Enter daily ATM cash limit: $" WITH NO ADVANCING
           ACCEPT WS-CRD-ATM-LIMIT-IN

           DISPLAY "Enter daily purchase limit: $" WITH NO ADVANCING
           ACCEPT WS-CRD-POS-LIMIT-IN

           MOVE 'Y' TO WS-CRD-OK
           IF WS-CRD-NUMBER-IN IS NOT NUMERIC
               DISPLAY "‚ùå Card number must be 16 digits."
               MOVE 'N' TO WS-CRD-OK
           ELSE
               PERFORM CARD-VALIDATE-ACCOUNT
               IF WS-CRD-OK = 'Y'
                   PERFORM CARD-VALIDATE-EXPIRY
               END-IF
           END-IF

           IF WS-CRD-OK = 'Y'
               OPEN I-O CARD-FILE
               IF FILE-STATUS = "35"
                   OPEN OUTPUT CARD-FILE
                   CLOSE CARD-FILE
                   OPEN I-O CARD-FILE
               END-IF

               IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Error opening CARDS.DAT: " FILE-STATUS
               ELSE
                   MOVE WS-CRD-NUMBER-IN TO CARD-NUMBER
                   READ CARD-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-CRD-FOUND
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-CRD-FOUND
                   END-READ

                   IF WS-CRD-FOUND = 'Y'
                       DISPLAY "‚ùå Card number already on file for account "
                           CARD-ACCT-ID
                   ELSE
                       MOVE WS-CRD-ACCT-IN TO WS-SEARCH-ID
                       MOVE SPACES TO WS-AUDIT-OLD
                       MOVE SPACES TO WS-AUDIT-NEW
                       STRING WS-CRD-NUMBER-IN " " WS-CRD-EXPIRY-IN
                           DELIMITED BY SIZE INTO WS-AUDIT-NEW
                       MOVE 'CARD-ISSUE' TO WS-AUDIT-FIELD
                       PERFORM WRITE-AUDIT-RECORD

                       IF WS-AUDIT-OK = 'Y'
                           PERFORM GET-CURRENT-DATETIME
                           MOVE WS-CRD-NUMBER-IN TO CARD-NUMBER
                           MOVE WS-CRD-ACCT-IN TO CARD-ACCT-ID
                           MOVE 'A' TO CARD-STATUS
                           MOVE WS-CRD-EXPIRY-IN TO CARD-EXPIRY
                           MOVE WS-CRD-ATM-LIMIT-IN TO CARD-ATM-LIMIT
                           MOVE WS-CRD-POS-LIMIT-IN TO CARD-POS-LIMIT
                           MOVE SPACES TO CARD-USED-DATE
                           MOVE 0 TO CARD-ATM-USED
                           MOVE 0 TO CARD-POS-USED
                           MOVE WS-DATE-STRING TO CARD-ISSUE-DATE
                           MOVE WS-OPERATOR-ID TO CARD-ISSUE-OPER
                           WRITE CARD-RECORD

                           IF FILE-STATUS NOT = "00"
                               DISPLAY "‚ùå Error writing CARDS.DAT: "
                                   FILE-STATUS
                           ELSE
                               DISPLAY "‚úÖ Card " WS-CRD-NUMBER-IN
                                   " issued on account " WS-CRD-ACCT-IN
                           END-IF
                       END-IF
                   END-IF
                   CLOSE CARD-FILE
               END-IF
           END-IF.

       CARD-VALIDATE-ACCOUNT.
           OPEN INPUT CUSTOMER-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening customer file: " FILE-STATUS
               MOVE 'N' TO WS-CRD-OK
           ELSE
               MOVE WS-CRD-ACCT-IN TO ACCT-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "‚ùå Account not found: " WS-CRD-ACCT-IN
                       MOVE 'N' TO WS-CRD-OK
                   NOT INVALID KEY
                       IF ACCT-TYPE NOT = 'S' AND ACCT-TYPE NOT = 'C'
                           DISPLAY "‚ùå Cards can only be issued on savings "
                               "or checking accounts."
                           MOVE 'N' TO WS-CRD-OK
                       ELSE
                        IF ACCT-STATUS NOT = 'A'
                           DISPLAY "‚ùå Account " WS-CRD-ACCT-IN
                               " is not active (status " ACCT-STATUS ")."
                           MOVE 'N' TO WS-CRD-OK
                        END-IF
                       END-IF
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

       CARD-VALIDATE-EXPIRY.
           IF WS-CRD-EXPIRY-IN(1:4) NOT NUMERIC
               OR WS-CRD-EXPIRY-IN(5:1) NOT = '/'
               OR WS-CRD-EXPIRY-IN(6:2) NOT NUMERIC
               DISPLAY "‚ùå Expiry must be entered as YYYY/MM."
               MOVE 'N' TO WS-CRD-OK
           ELSE
            IF WS-CRD-EXPIRY-IN(6:2) < '01' OR WS-CRD-EXPIRY-IN(6:2) > '12'
               DISPLAY "‚ùå Expiry month must be 01-12."
               MOVE 'N' TO WS-CRD-OK
            ELSE
               PERFORM GET-CURRENT-DATETIME
               IF WS-CRD-EXPIRY-IN < WS-DATE-STRING(1:7)
                   DISPLAY "‚ùå Expiry is already in the past."
                   MOVE 'N' TO WS-CRD-OK
               END-IF
            END-IF
           END-IF.

       CARD-READ-FOR-UPDATE.
           DISPLAY " "
           DISPLAY "Enter Card Number: " WITH NO ADVANCING
           MOVE SPACES TO WS-CRD-NUMBER-IN
           ACCEPT WS-CRD-NUMBER-IN

           MOVE 'N' TO WS-CRD-FOUND
           OPEN I-O CARD-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå No card master on file."
           ELSE
               MOVE WS-CRD-NUMBER-IN TO CARD-NUMBER
               READ CARD-FILE
                   INVALID KEY
                       DISPLAY "‚ùå Card not found: " WS-CRD-NUMBER-IN
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CRD-FOUND
                       MOVE CARD-ACCT-ID TO WS-SEARCH-ID
                       MOVE CARD-ATM-LIMIT TO WS-CRD-LIMIT-ED
                       MOVE CARD-POS-LIMIT TO WS-CRD-LIMIT2-ED
                       DISPLAY "Card " CARD-NUMBER "  Account " CARD-ACCT-ID
                       DISPLAY "Status " CARD-STATUS "  Expiry " CARD-EXPIRY
                           "  ATM limit $" WS-CRD-LIMIT-ED
                           "  Purchase limit $" WS-CRD-LIMIT2-ED
               END-READ
               IF WS-CRD-FOUND = 'N'
                   CLOSE CARD-FILE
               END-IF
           END-IF.

       CHANGE-CARD-STATUS.
           PERFORM CARD-READ-FOR-UPDATE

           IF WS-CRD-FOUND = 'Y'
               IF CARD-STATUS = 'X'
                   DISPLAY "‚ùå Card is cancelled and cannot be changed."
               ELSE
                   DISPLAY "Enter new status (A=Active, B=Blocked, "
                       "L=Lost/Stolen, X=Cancelled): " WITH NO ADVANCING
                   MOVE SPACES TO WS-CRD-STATUS-IN
                   ACCEPT WS-CRD-STATUS-IN

                   IF WS-CRD-STATUS-IN NOT = 'A' AND WS-CRD-STATUS-IN NOT = 'B'
                       AND WS-CRD-STATUS-IN NOT = 'L'
                       AND WS-CRD-STATUS-IN NOT = 'X'
                       DISPLAY "‚ùå Status must be A, B, L or X."
                   ELSE
                    IF WS-CRD-STATUS-IN = CARD-STATUS
                       DISPLAY "‚ùå Card already has status "
                           WS-CRD-STATUS-IN
                    ELSE
                       MOVE SPACES TO WS-AUDIT-OLD
                       MOVE SPACES TO WS-AUDIT-NEW
                       STRING CARD-NUMBER " " CARD-STATUS
                           DELIMITED BY SIZE INTO WS-AUDIT-OLD
                       STRING CARD-NUMBER " " WS-CRD-STATUS-IN
                           DELIMITED BY SIZE INTO WS-AUDIT-NEW
                       MOVE 'CARD-STATUS' TO WS-AUDIT-FIELD
                       PERFORM WRITE-AUDIT-RECORD

                       IF WS-AUDIT-OK = 'Y'
                           MOVE WS-CRD-STATUS-IN TO CARD-STATUS
                           REWRITE CARD-RECORD
                           IF FILE-STATUS NOT = "00"
                               DISPLAY "‚ùå Error writing CARDS.DAT: "
                                   FILE-STATUS
                           ELSE
                               DISPLAY "‚úÖ Card status changed to "
                                   WS-CRD-STATUS-IN
                           END-IF
                       END-IF
                    END-IF
                   END-IF
               END-IF
               CLOSE CARD-FILE
           END-IF.

       CHANGE-CARD-LIMITS.
           PERFORM CARD-READ-FOR-UPDATE

           IF WS-CRD-FOUND = 'Y'
               IF CARD-STATUS = 'X'
                   DISPLAY "‚ùå Card is cancelled and cannot be changed."
               ELSE
                   DISPLAY "Enter new daily ATM cash limit: $"
                       WITH NO ADVANCING
                   ACCEPT WS-CRD-ATM-LIMIT-IN
                   DISPLAY "Enter new daily purchase limit: $"
                       WITH NO ADVANCING
                   ACCEPT WS-CRD-POS-LIMIT-IN

                   MOVE 'Y' TO WS-AUDIT-OK
                   IF WS-CRD-ATM-LIMIT-IN NOT = CARD-ATM-LIMIT
                       MOVE CARD-ATM-LIMIT TO WS-CRD-LIMIT-ED
                       MOVE WS-CRD-ATM-LIMIT-IN TO WS-CRD-LIMIT2-ED
                       MOVE SPACES TO WS-AUDIT-OLD
                       MOVE SPACES TO WS-AUDIT-NEW
                       STRING CARD-NUMBER " " WS-CRD-LIMIT-ED
                           DELIMITED BY SIZE INTO WS-AUDIT-OLD
                       STRING CARD-NUMBER " " WS-CRD-LIMIT2-ED
                           DELIMITED BY SIZE INTO WS-AUDIT-NEW
                       MOVE 'CARD-ATM-LIM' TO WS-AUDIT-FIELD
                       PERFORM WRITE-AUDIT-RECORD
                       IF WS-AUDIT-OK = 'Y'
                           MOVE WS-CRD-ATM-LIMIT-IN TO CARD-ATM-LIMIT
                       END-IF
                   END-IF

                   IF WS-AUDIT-OK = 'Y'
                       AND WS-CRD-POS-LIMIT-IN NOT = CARD-POS-LIMIT
                       MOVE CARD-POS-LIMIT TO WS-CRD-LIMIT-ED
                       MOVE WS-CRD-POS-LIMIT-IN TO WS-CRD-LIMIT2-ED
                       MOVE SPACES TO WS-AUDIT-OLD
                       MOVE SPACES TO WS-AUDIT-NEW
                       STRING CARD-NUMBER " " WS-CRD-LIMIT-ED
                           DELIMITED BY SIZE INTO WS-AUDIT-OLD
                       STRING CARD-NUMBER " " WS-CRD-LIMIT2-ED
                           DELIMITED BY SIZE INTO WS-AUDIT-NEW
                       MOVE 'CARD-POS-LIM' TO WS-AUDIT-FIELD
                       PERFORM WRITE-AUDIT-RECORD
                       IF WS-AUDIT-OK = 'Y'
                           MOVE WS-CRD-POS-LIMIT-IN TO CARD-POS-LIMIT
                       END-IF
                   END-IF

                   REWRITE CARD-RECORD
                   IF FILE-STATUS NOT = "00"
                       DISPLAY "‚ùå Error writing CARDS.DAT: " FILE-STATUS
                   ELSE
                       MOVE CARD-ATM-LIMIT TO WS-CRD-LIMIT-ED
                       MOVE CARD-POS-LIMIT TO WS-CRD-LIMIT2-ED
                       DISPLAY "‚úÖ Limits now ATM $" WS-CRD-LIMIT-ED
                           "  Purchase $" WS-CRD-LIMIT2-ED
                   END-IF
               END-IF
               CLOSE CARD-FILE
           END-IF.

       RENEW-CARD-EXPIRY.
           PERFORM CARD-READ-FOR-UPDATE

           IF WS-CRD-FOUND = 'Y'
               IF CARD-STATUS = 'X'
                   DISPLAY "‚ùå Card is cancelled and cannot be renewed."
               ELSE
                   DISPLAY "Enter new Expiry (YYYY/MM): " WITH NO ADVANCING
                   MOVE SPACES TO WS-CRD-EXPIRY-IN
                   ACCEPT WS-CRD-EXPIRY-IN

                   MOVE 'Y' TO WS-CRD-OK
                   PERFORM CARD-VALIDATE-EXPIRY
                   IF WS-CRD-OK = 'Y'
                       AND WS-CRD-EXPIRY-IN NOT > CARD-EXPIRY
                       DISPLAY "‚ùå New expiry must be later than "
                           CARD-EXPIRY
                       MOVE 'N' TO WS-CRD-OK
                   END-IF

                   IF WS-CRD-OK = 'Y'
                       MOVE SPACES TO WS-AUDIT-OLD
                       MOVE SPACES TO WS-AUDIT-NEW
                       STRING CARD-NUMBER " " CARD-EXPIRY
                           DELIMITED BY SIZE INTO WS-AUDIT-OLD
                       STRING CARD-NUMBER " " WS-CRD-EXPIRY-IN
                           DELIMITED BY SIZE INTO WS-AUDIT-NEW
                       MOVE 'CARD-EXPIRY' TO WS-AUDIT-FIELD
                       PERFORM WRITE-AUDIT-RECORD

                       IF WS-AUDIT-OK = 'Y'
                           MOVE WS-CRD-EXPIRY-IN TO CARD-EXPIRY
                           REWRITE CARD-RECORD
                           IF FILE-STATUS NOT = "00"
                               DISPLAY "‚ùå Error writing CARDS.DAT: "
                                   FILE-STATUS
                           ELSE
                               DISPLAY "‚úÖ Card renewed to " CARD-EXPIRY
                           END-IF
                       END-IF
                   END-IF
               END-IF
               CLOSE CARD-FILE
           END-IF.

       VIEW-ACCOUNT-CARDS.
           DISPLAY " "
           DISPLAY "Enter Account ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-CRD-ACCT-IN
           ACCEPT WS-CRD-ACCT-IN

           DISPLAY " "
           DISPLAY "üìã CARDS FOR ACCOUNT " WS-CRD-ACCT-IN
           DISPLAY "Card Number      | S | Expiry  | ATM Limit | Purch Limit"
           DISPLAY "-----------------|---|---------|-----------|------------"

           MOVE 0 TO WS-CRD-MATCHES
           OPEN INPUT CARD-FILE

           IF FILE-STATUS = "00"
               MOVE WS-CRD-ACCT-IN TO CARD-ACCT-ID
               MOVE 'N' TO WS-CRD-LIST-DONE
               START CARD-FILE KEY IS >= CARD-ACCT-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-CRD-LIST-DONE
               END-START

               PERFORM UNTIL WS-CRD-LIST-DONE = 'Y'
                   READ CARD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CRD-LIST-DONE
                       NOT AT END
                           IF CARD-ACCT-ID NOT = WS-CRD-ACCT-IN
                               MOVE 'Y' TO WS-CRD-LIST-DONE
                           ELSE
                               ADD 1 TO WS-CRD-MATCHES
                               MOVE CARD-ATM-LIMIT TO WS-CRD-LIMIT-ED
                               MOVE CARD-POS-LIMIT TO WS-CRD-LIMIT2-ED
                               DISPLAY CARD-NUMBER " | " CARD-STATUS " | "
                                   CARD-EXPIRY " | " WS-CRD-LIMIT-ED " | "
                                   WS-CRD-LIMIT2-ED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-FILE
           END-IF

           IF WS-CRD-MATCHES = 0
               DISPLAY "No cards on file for this account."
           END-IF.

       CARD-SETTLEMENT-RUN.
           DISPLAY " "
           DISPLAY "üìë DEBIT/ATM CARD SETTLEMENT"
           DISPLAY "============================"

           MOVE 0 TO WS-CRD-COUNT
           MOVE 0 TO WS-CRD-POSTED
           MOVE 0 TO WS-CRD-REJECTED
           MOVE 0 TO WS-CRD-ATM-CNT
           MOVE 0 TO WS-CRD-ATM-AMT
           MOVE 0 TO WS-CRD-POS-CNT
           MOVE 0 TO WS-CRD-POS-AMT
           MOVE 0 TO WS-CRD-RFD-CNT
           MOVE 0 TO WS-CRD-RFD-AMT
           MOVE 0 TO WS-CRD-EXC-AMT

           OPEN INPUT CARD-SETTLE-FILE

           IF FILE-STATUS NOT = "00"
               DISPLAY "‚ùå Error opening CARDSETL.DAT: " FILE-STATUS
               MOVE 'Y' TO WS-EOD-STEP-FAILED
           ELSE
               OPEN I-O CARD-FILE
               IF FILE-STATUS = "35"
                   OPEN OUTPUT CARD-FILE
                   CLOSE CARD-FILE
                   OPEN I-O CARD-FILE
               END-IF

               IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Error opening CARDS.DAT: " FILE-STATUS
                   MOVE 'Y' TO WS-EOD-STEP-FAILED
                   CLOSE CARD-SETTLE-FILE
               ELSE
                OPEN OUTPUT CARD-EXC-FILE

                IF FILE-STATUS NOT = "00"
                   DISPLAY "‚ùå Error opening CARDEXC.DAT: " FILE-STATUS
                   MOVE 'Y' TO WS-EOD-STEP-FAILED
                   CLOSE CARD-FILE
                   CLOSE CARD-SETTLE-FILE
                ELSE
                   OPEN OUTPUT CARD-REPORT-FILE

                   IF FILE-STATUS NOT = "00"
                       DISPLAY "‚ùå Error opening CARDSETL.PRT: " FILE-STATUS
                       MOVE 'Y' TO WS-EOD-STEP-FAILED
                       CLOSE CARD-EXC-FILE
                       CLOSE CARD-FILE
                       CLOSE CARD-SETTLE-FILE
                   ELSE
                       PERFORM WRITE-CARD-SETTLE-HEADER

                       MOVE 'N' TO WS-CRD-FILE-DONE
                       PERFORM UNTIL WS-CRD-FILE-DONE = 'Y'
                           READ CARD-SETTLE-FILE
                               AT END
                                   MOVE 'Y' TO WS-CRD-FILE-DONE
                               NOT AT END
                                   PERFORM PROCESS-ONE-CARD-ITEM
                           END-READ
                       END-PERFORM

                       PERFORM WRITE-CARD-SETTLE-FOOTER
                       CLOSE CARD-REPORT-FILE
                       CLOSE CARD-EXC-FILE
                       CLOSE CARD-FILE
                       CLOSE CARD-SETTLE-FILE

                       DISPLAY " "
                       DISPLAY "‚úÖ Card settlement complete. " WS-CRD-COUNT
                           " item(s) received, " WS-CRD-POSTED " posted, "
                           WS-CRD-REJECTED " rejected."
                       IF WS-CRD-REJECTED > 0
                           DISPLAY "   See CARDEXC.DAT and CARDSETL.PRT."
                       END-IF
                   END-IF
                END-IF
               END-IF
           END-IF.

       PROCESS-ONE-CARD-ITEM.
           ADD 1 TO WS-CRD-COUNT
           MOVE SPACES TO WS-CRD-REASON
           MOVE SPACES TO CARD-ACCT-ID

           IF CSET-ITEM-TYPE NOT = 'A' AND CSET-ITEM-TYPE NOT = 'P'
               AND CSET-ITEM-TYPE NOT = 'R'
               MOVE 'INV' TO WS-CRD-REASON
           ELSE
            IF CSET-AMOUNT IS NOT NUMERIC OR CSET-AMOUNT = 0
               OR CSET-TRAN-DATE = SPACES
               MOVE 'INV' TO WS-CRD-REASON
            ELSE
               MOVE CSET-CARD-NUMBER TO CARD-NUMBER
               READ CARD-FILE
                   INVALID KEY
                       MOVE 'NFC' TO WS-CRD-REASON
                       MOVE SPACES TO CARD-ACCT-ID
                   NOT INVALID KEY
                       IF CSET-ITEM-TYPE NOT = 'R'
                           PERFORM CARD-CHECK-AUTHORITY
                       END-IF
               END-READ
            END-IF
           END-IF

           IF WS-CRD-REASON = SPACES
               IF CSET-ITEM-TYPE = 'R'
                   PERFORM POST-CARD-REFUND
               ELSE
                   PERFORM POST-CARD-DEBIT
               END-IF
           END-IF

           IF WS-CRD-REASON = SPACES
               ADD 1 TO WS-CRD-POSTED
               EVALUATE CSET-ITEM-TYPE
                   WHEN 'A'
                       ADD CSET-AMOUNT TO CARD-ATM-USED
                       ADD 1 TO WS-CRD-ATM-CNT
                       ADD CSET-AMOUNT TO WS-CRD-ATM-AMT
                   WHEN 'P'
                       ADD CSET-AMOUNT TO CARD-POS-USED
                       ADD 1 TO WS-CRD-POS-CNT
                       ADD CSET-AMOUNT TO WS-CRD-POS-AMT
                   WHEN 'R'
                       ADD 1 TO WS-CRD-RFD-CNT
                       ADD CSET-AMOUNT TO WS-CRD-RFD-AMT
               END-EVALUATE
               IF CSET-ITEM-TYPE NOT = 'R'
                   REWRITE CARD-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-CRD-REJECTED
               IF CSET-AMOUNT IS NUMERIC
                   ADD CSET-AMOUNT TO WS-CRD-EXC-AMT
               END-IF
               PERFORM WRITE-CARD-EXCEPTION
           END-IF.

       CARD-CHECK-AUTHORITY.
           IF CARD-STATUS NOT = 'A'
               MOVE 'CNA' TO WS-CRD-REASON
           ELSE
            IF CARD-EXPIRY < CSET-TRAN-DATE(1:7)
               MOVE 'EXP' TO WS-CRD-REASON
            ELSE
               IF CARD-USED-DATE NOT = CSET-TRAN-DATE
                   MOVE CSET-TRAN-DATE TO CARD-USED-DATE
                   MOVE 0 TO CARD-ATM-USED
                   MOVE 0 TO CARD-POS-USED
               END-IF

               IF CSET-ITEM-TYPE = 'A'
                   COMPUTE WS-CRD-TRY-USED = CARD-ATM-USED + CSET-AMOUNT
                   IF WS-CRD-TRY-USED > CARD-ATM-LIMIT
                       MOVE 'ALM' TO WS-CRD-REASON
                   END-IF
               ELSE
                   COMPUTE WS-CRD-TRY-USED = CARD-POS-USED + CSET-AMOUNT
                   IF WS-CRD-TRY-USED > CARD-POS-LIMIT
                       MOVE 'PLM' TO WS-CRD-REASON
                   END-IF
               END-IF
            END-IF
           END-IF.

       POST-CARD-DEBIT.
           OPEN I-O CUSTOMER-FILE

           IF FILE-STATUS NOT = "00"
               MOVE 'ERR' TO WS-CRD-REASON
           ELSE
               MOVE CARD-ACCT-ID TO ACCT-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'NFD' TO WS-CRD-REASON
                   NOT INVALID KEY
                       IF ACCT-STATUS = 'X'
                           MOVE 'CLS' TO WS-CRD-REASON
                       ELSE
                        IF ACCT-STATUS = 'D'
                           MOVE 'DOR' TO WS-CRD-REASON
                        ELSE
                         IF ACCT-STATUS = 'C'
                           MOVE 'CHG' TO WS-CRD-REASON
                         ELSE
                          IF ACCT-TYPE = 'T'
                           MOVE 'TDA' TO WS-CRD-REASON
                          ELSE
                          IF ACCT-TYPE = 'L'
                           MOVE 'LNA' TO WS-CRD-REASON
                          ELSE
                           MOVE CARD-ACCT-ID TO WS-SEARCH-ID
                           PERFORM COMPUTE-ACTIVE-HOLDS
                           COMPUTE WS-AVAILABLE = BALANCE + OD-LIMIT
                               - WS-HOLD-TOTAL
                           IF WS-AVAILABLE < CSET-AMOUNT
                               MOVE CSET-AMOUNT TO WS-ODP-NEED-AMT
                               MOVE 'M' TO WS-ODP-SOURCE
                               MOVE CSET-TERMINAL-ID TO WS-ODP-ITEM-REF
                               PERFORM ODP-TRY-SWEEP
                           END-IF
                           IF WS-AVAILABLE >= CSET-AMOUNT
                               MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
                               SUBTRACT CSET-AMOUNT FROM BALANCE
                               PERFORM REWRITE-CUSTOMER-JOURNALED
                               MOVE CSET-AMOUNT TO WS-AMOUNT
                               IF CSET-ITEM-TYPE = 'A'
                                   PERFORM LOG-TRANSACTION-ATM
                               ELSE
                                   PERFORM LOG-TRANSACTION-POS
                               END-IF
                           ELSE
                               MOVE 'NSF' TO WS-CRD-REASON
                           END-IF
                          END-IF
                          END-IF
                         END-IF
                        END-IF
                       END-IF
               END-READ
           END-IF

           CLOSE CUSTOMER-FILE.

       POST-CARD-REFUND.
           OPEN I-O CUSTOMER-FILE

           IF FILE-STATUS NOT = "00"
               MOVE 'ERR' TO WS-CRD-REASON
           ELSE
               MOVE CARD-ACCT-ID TO ACCT-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'NFD' TO WS-CRD-REASON
                   NOT INVALID KEY
                       IF ACCT-STATUS = 'X'
                           MOVE 'CLS' TO WS-CRD-REASON
                       ELSE
                        IF ACCT-TYPE = 'L'
                           MOVE 'LNA' TO WS-CRD-REASON
                        ELSE
                           MOVE CARD-ACCT-ID TO WS-SEARCH-ID
                           MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
                           ADD CSET-AMOUNT TO BALANCE
                           PERFORM REWRITE-CUSTOMER-JOURNALED
                           MOVE CSET-AMOUNT TO WS-AMOUNT
                           PERFORM LOG-TRANSACTION-REFUND
                        END-IF
                       END-IF
               END-READ
           END-IF

           CLOSE CUSTOMER-FILE.

       WRITE-CARD-EXCEPTION.
           MOVE CSET-CARD-NUMBER TO CEXC-CARD-NUMBER
           MOVE CARD-ACCT-ID TO CEXC-ACCT-ID
           MOVE CSET-ITEM-TYPE TO CEXC-ITEM-TYPE
           MOVE CSET-AMOUNT TO CEXC-AMOUNT
           MOVE CSET-TRAN-DATE TO CEXC-TRAN-DATE
           MOVE CSET-TRAN-TIME TO CEXC-TRAN-TIME
           MOVE CSET-TERMINAL-ID TO CEXC-TERMINAL-ID
           MOVE CSET-NETWORK-REF TO CEXC-NETWORK-REF
           MOVE WS-CRD-REASON TO CEXC-REASON
           WRITE CARD-EXC-RECORD

           IF CSET-AMOUNT IS NUMERIC
               MOVE CSET-AMOUNT TO WS-CRD-AMT-ED
           ELSE
               MOVE 0 TO WS-CRD-AMT-ED
           END-IF
           MOVE SPACES TO CARD-REPORT-REC
           STRING CSET-CARD-NUMBER " " CARD-ACCT-ID " " CSET-ITEM-TYPE
               " " WS-CRD-AMT-ED " " CSET-TERMINAL-ID(1:12) " "
               CSET-NETWORK-REF " " WS-CRD-REASON
               DELIMITED BY SIZE INTO CARD-REPORT-REC
           WRITE CARD-REPORT-REC.

       WRITE-CARD-SETTLE-HEADER.
           PERFORM GET-CURRENT-DATETIME
           MOVE SPACES TO CARD-REPORT-REC
           STRING "CARD SETTLEMENT EXCEPTIONS REPORT - " WS-DATE-STRING
               DELIMITED BY SIZE INTO CARD-REPORT-REC
           WRITE CARD-REPORT-REC

           MOVE SPACES TO CARD-REPORT-REC
           WRITE CARD-REPORT-REC

           MOVE SPACES TO CARD-REPORT-REC
           STRING "Card Number      Account    T     Amount "
               "Terminal     Network Ref  Rsn"
               DELIMITED BY SIZE INTO CARD-REPORT-REC
           WRITE CARD-REPORT-REC

           MOVE SPACES TO CARD-REPORT-REC
           STRING "---------------- ---------- - ---------- "
               "------------ ------------ ---"
               DELIMITED BY SIZE INTO CARD-REPORT-REC
           WRITE CARD-REPORT-REC.

       WRITE-CARD-SETTLE-FOOTER.
           MOVE SPACES TO CARD-REPORT-REC
           WRITE CARD-REPORT-REC

           IF WS-CRD-REJECTED = 0
               MOVE "No card settlement exceptions." TO CARD-REPORT-REC
               WRITE CARD-REPORT-REC
               MOVE SPACES TO CARD-REPORT-REC
               WRITE CARD-REPORT-REC
           END-IF

           MOVE WS-CRD-ATM-CNT TO WS-CRD-CNT-ED
           MOVE WS-CRD-ATM-AMT TO WS-CRD-TOT-ED
           MOVE SPACES TO CARD-REPORT-REC
           STRING "ATM withdrawals posted: " WS-CRD-CNT-ED "  $"
               WS-CRD-TOT-ED
               DELIMITED BY SIZE INTO CARD-REPORT-REC
           WRITE CARD-REPORT-REC

           MOVE WS-CRD-POS-CNT TO WS-CRD-CNT-ED
           MOVE WS-CRD-POS-AMT TO WS-CRD-TOT-ED
           MOVE SPACES TO CARD-REPORT-REC
           STRING "Purchases posted:       " WS-CRD-CNT-ED "  $"
               WS-CRD-TOT-ED
               DELIMITED BY SIZE INTO CARD-REPORT-REC
           WRITE CARD-REPORT-REC

           MOVE WS-CRD-RFD-CNT TO WS-CRD-CNT-ED
           MOVE WS-CRD-RFD-AMT TO WS-CRD-TOT-ED
           MOVE SPACES TO CARD-REPORT-REC
           STRING "Refunds posted:         " WS-CRD-CNT-ED "  $"
               WS-CRD-TOT-ED
               DELIMITED BY SIZE INTO CARD-REPORT-REC
           WRITE CARD-REPORT-REC

           MOVE WS-CRD-REJECTED TO WS-CRD-CNT-ED
           MOVE WS-CRD-EXC-AMT TO WS-CRD-TOT-ED
           MOVE SPACES TO CARD-REPORT-REC
           STRING "Exceptions:             " WS-CRD-CNT-ED "  $"
               WS-CRD-TOT-ED
               DELIMITED BY SIZE INTO CARD-REPORT-REC
           WRITE CARD-REPORT-REC

           MOVE WS-CRD-COUNT TO WS-CRD-CNT-ED
           MOVE SPACES TO CARD-REPORT-REC
           STRING "Items received:         " WS-CRD-CNT-ED
               DELIMITED BY SIZE INTO CARD-REPORT-REC
           WRITE CARD-REPORT-REC.

       CALC-DAY-NUMBER.
           COMPUTE WS-CAL-T1 = WS-CAL-YEAR - 1
           DIVIDE WS-CAL-T1 BY 4 GIVING WS-CAL-LEAPS
               WRITE EOD-LOG-REC

               PERFORM VARYING WS-EOD-STEP-NO FROM 1 BY 1
                   UNTIL WS-EOD-STEP-NO > 18
                   OR WS-EOD-RUN-FAILED = 'Y'
                   PERFORM EOD-RUN-ONE-STEP
               END-PERFORM
               WHEN 1
                   MOVE "BATCH POSTING" TO WS-EOD-STEP-NAME
               WHEN 2
                   MOVE "CARD SETTLEMENT" TO WS-EOD-STEP-NAME
               WHEN 3
                   MOVE "STANDING ORDERS" TO WS-EOD-STEP-NAME
               WHEN 4
                   MOVE "LOAN DELINQUENCY" TO WS-EOD-STEP-NAME
               WHEN 5
                   MOVE "INTEREST ACCRUAL" TO WS-EOD-STEP-NAME
               WHEN 6
                   MOVE "CD MATURITY" TO WS-EOD-STEP-NAME
               WHEN 7
                   MOVE "INTEREST POSTING" TO WS-EOD-STEP-NAME
               WHEN 8
                   MOVE "NEGATIVE BALANCE AGING" TO WS-EOD-STEP-NAME
               WHEN 9
                   MOVE "GL EXTRACT" TO WS-EOD-STEP-NAME
               WHEN 10
                   MOVE "TELLER PROOF" TO WS-EOD-STEP-NAME
               WHEN 11
                   MOVE "LARGE TRANSACTION RPT" TO WS-EOD-STEP-NAME
               WHEN 12
                   MOVE "OVERDRAFT SWEEP RPT" TO WS-EOD-STEP-NAME
               WHEN 13
                   MOVE "DORMANCY SWEEP" TO WS-EOD-STEP-NAME
               WHEN 14
                   MOVE "BALANCE SNAPSHOT" TO WS-EOD-STEP-NAME
               WHEN 15
                   MOVE "MONTH-END MIS" TO WS-EOD-STEP-NAME
               WHEN 16
                   MOVE "DEPOSIT INSURANCE" TO WS-EOD-STEP-NAME
               WHEN 17
                   MOVE "MONTH-END ARCHIVAL" TO WS-EOD-STEP-NAME
               WHEN 18
                   MOVE "OUTBOUND TRANSFERS" TO WS-EOD-STEP-NAME
           END-EVALUATE

               WHEN 1
                   PERFORM EOD-STEP-BATCH
               WHEN 2
                   PERFORM EOD-STEP-CARDS
               WHEN 3
                   MOVE 'SYSSORDR' TO WS-TELLER-ID
                   MOVE WS-EOD-RUN-DATE TO WS-SO-RUN-DATE
                   PERFORM RUN-STANDING-ORDERS
                   MOVE WS-SO-POSTED-COUNT TO WS-EOD-STEP-COUNT
               WHEN 4
                   MOVE 'SYSLNDLQ' TO WS-TELLER-ID
                   MOVE WS-EOD-RUN-DATE TO WS-LN-RUN-DATE
                   PERFORM LOAN-DELINQUENCY-RUN
                   MOVE WS-LN-PASTDUE-CNT TO WS-EOD-STEP-COUNT
               WHEN 5
                   MOVE 'SYSACCRU' TO WS-TELLER-ID
                   MOVE WS-EOD-RUN-DATE TO WS-ACR-RUN-DATE
                   PERFORM ACCRUE-DAILY-INTEREST
                   MOVE WS-ACR-COUNT TO WS-EOD-STEP-COUNT
               WHEN 6
                   MOVE 'SYSCDMAT' TO WS-TELLER-ID
                   MOVE WS-EOD-RUN-DATE TO WS-CD-RUN-DATE
                   PERFORM CD-MATURITY-RUN
                   MOVE WS-CD-MATURED TO WS-EOD-STEP-COUNT
               WHEN 7
                   PERFORM EOD-STEP-INTPOST
               WHEN 8
                   MOVE 'SYSCHGOF' TO WS-TELLER-ID
                   MOVE WS-EOD-RUN-DATE TO WS-CHG-RUN-DATE
                   MOVE 60 TO WS-CHG-POLICY-DAYS
                   PERFORM AGING-CHARGEOFF-RUN
                   MOVE WS-CHG-LISTED TO WS-EOD-STEP-COUNT
               WHEN 9
                   MOVE WS-EOD-RUN-DATE TO WS-GL-RUN-DATE
                   PERFORM GL-SUMMARY-EXTRACT
                   MOVE WS-GL-TOTAL-COUNT TO WS-EOD-STEP-COUNT
               WHEN 10
                   MOVE WS-EOD-RUN-DATE TO WS-TP-RUN-DATE
                   PERFORM TELLER-PROOF-REPORT
                   MOVE WS-TP-USED TO WS-EOD-STEP-COUNT
               WHEN 11
                   MOVE WS-EOD-RUN-DATE TO WS-CTR-RUN-DATE
                   PERFORM LARGE-TRANSACTION-REPORT
                   MOVE WS-CTR-LINES TO WS-EOD-STEP-COUNT
               WHEN 12
                   PERFORM EOD-STEP-ODPSWEEP
               WHEN 13
                   MOVE 'SYSDORMT' TO WS-TELLER-ID
                   MOVE WS-EOD-RUN-DATE TO WS-DORM-RUN-DATE
                   MOVE 365 TO WS-DORM-DAYS
                   PERFORM DORMANCY-SWEEP
                   MOVE WS-DORM-FLAGGED TO WS-EOD-STEP-COUNT
               WHEN 14
                   MOVE WS-EOD-RUN-DATE TO WS-BH-RUN-DATE
                   PERFORM BALANCE-SNAPSHOT-RUN
                   MOVE WS-BH-COUNT TO WS-EOD-STEP-COUNT
               WHEN 15
                   PERFORM EOD-STEP-MIS
               WHEN 16
                   PERFORM EOD-STEP-DEPINS
               WHEN 17
                   PERFORM EOD-STEP-ARCHIVE
               WHEN 18
                   PERFORM EXTERNAL-OUTBOUND-RUN
                   MOVE WS-EXT-SENT TO WS-EOD-STEP-COUNT
           END-EVALUATE
               WRITE EOD-LOG-REC
           END-IF.

       EOD-STEP-MIS.
           IF WS-EOD-MONTH-END = 'Y'
               MOVE WS-EOD-RUN-DATE(1:7) TO WS-MIS-MONTH
               PERFORM MONTHLY-MIS-RUN
               MOVE WS-MIS-ACCT-LINES TO WS-EOD-STEP-COUNT
           ELSE
               MOVE SPACES TO EOD-LOG-REC
               MOVE "  NOT MONTH-END - MIS REPORT SKIPPED" TO EOD-LOG-REC
               WRITE EOD-LOG-REC
           END-IF.

       EOD-STEP-DEPINS.
           IF WS-EOD-MONTH-END = 'Y'
               AND (WS-EOD-RUN-DATE(6:2) = '03' OR WS-EOD-RUN-DATE(6:2) = '06'
               OR WS-EOD-RUN-DATE(6:2) = '09' OR WS-EOD-RUN-DATE(6:2) = '12')
               MOVE WS-EOD-RUN-DATE TO WS-INS-RUN-DATE
               PERFORM DEPOSIT-INSURANCE-RUN
               MOVE WS-INS-DEPOSITORS TO WS-EOD-STEP-COUNT
           ELSE
               MOVE SPACES TO EOD-LOG-REC
               MOVE "  NOT QUARTER-END - DEPOSIT INSURANCE SKIPPED"
                   TO EOD-LOG-REC
               WRITE EOD-LOG-REC
           END-IF.

       EOD-STEP-ODPSWEEP.
           MOVE WS-EOD-RUN-DATE TO WS-ODP-RUN-DATE
           PERFORM OVERDRAFT-SWEEP-REPORT
           COMPUTE WS-EOD-STEP-COUNT = WS-ODP-SWEEP-CNT + WS-ODP-FAIL-CNT.

       EOD-STEP-CARDS.
           OPEN INPUT CARD-SETTLE-FILE

           IF FILE-STATUS = "35"
               MOVE SPACES TO EOD-LOG-REC
               MOVE "  NO CARD SETTLEMENT FILE PRESENT - STEP SKIPPED"
                   TO EOD-LOG-REC
               WRITE EOD-LOG-REC
           ELSE
               CLOSE CARD-SETTLE-FILE
               MOVE 'SYSCARDS' TO WS-TELLER-ID
               PERFORM CARD-SETTLEMENT-RUN
               MOVE WS-CRD-COUNT TO WS-EOD-STEP-COUNT
           END-IF.

       EOD-RECORD-RUN-DATE.
           OPEN OUTPUT EOD-CONTROL-FILE

           MOVE WS-XFER-REF TO WS-TRANS-LOG-REF
           PERFORM LOG-TRANSACTION-COMMON.

       LOG-TRANSACTION-CHARGEOFF.
           MOVE WS-SEARCH-ID TO WS-TRANS-LOG-ACCT
           MOVE 'Z' TO WS-TRANS-LOG-TYPE
           MOVE WS-LOSS-ACCT TO WS-TRANS-LOG-REF
           PERFORM LOG-TRANSACTION-COMMON.

       LOG-TRANSACTION-PENALTY.
           MOVE WS-SEARCH-ID TO WS-TRANS-LOG-ACCT
           MOVE 'P' TO WS-TRANS-LOG-TYPE
           MOVE "CD EARLY WD" TO WS-TRANS-LOG-REF
           PERFORM LOG-TRANSACTION-COMMON.

       LOG-TRANSACTION-LOAN-ADVANCE.
           MOVE WS-SEARCH-ID TO WS-TRANS-LOG-ACCT
           MOVE 'A' TO WS-TRANS-LOG-TYPE
           IF WS-LN-DISB-IN = SPACES
               MOVE "OFFICIAL CHECK" TO WS-TRANS-LOG-REF
           ELSE
               MOVE WS-LN-DISB-IN TO WS-TRANS-LOG-REF
           END-IF
           PERFORM LOG-TRANSACTION-COMMON.

       LOG-TRANSACTION-LOAN-DISB.
           MOVE WS-SEARCH-ID TO WS-TRANS-LOG-ACCT
           MOVE 'R' TO WS-TRANS-LOG-TYPE
           MOVE WS-ACCT-ID TO WS-TRANS-LOG-REF
           PERFORM LOG-TRANSACTION-COMMON.

       LOG-TRANSACTION-LOAN-PAYFROM.
           MOVE WS-SEARCH-ID TO WS-TRANS-LOG-ACCT
           MOVE 'T' TO WS-TRANS-LOG-TYPE
           MOVE WS-LN-ACCT-IN TO WS-TRANS-LOG-REF
           PERFORM LOG-TRANSACTION-COMMON.

       LOG-TRANSACTION-LOAN-INT.
           MOVE WS-SEARCH-ID TO WS-TRANS-LOG-ACCT
           MOVE 'J' TO WS-TRANS-LOG-TYPE
           IF WS-LN-FROM-ACCT = SPACES
               MOVE "CASH" TO WS-TRANS-LOG-REF
           ELSE
               MOVE "LOAN INTEREST" TO WS-TRANS-LOG-REF
           END-IF
           PERFORM LOG-TRANSACTION-COMMON.

       LOG-TRANSACTION-LOAN-PRIN.
           MOVE WS-SEARCH-ID TO WS-TRANS-LOG-ACCT
           MOVE 'Q' TO WS-TRANS-LOG-TYPE
           IF WS-LN-FROM-ACCT = SPACES
               MOVE "CASH" TO WS-TRANS-LOG-REF
           ELSE
               MOVE WS-LN-FROM-ACCT TO WS-TRANS-LOG-REF
           END-IF
           PERFORM LOG-TRANSACTION-COMMON.

       LOG-TRANSACTION-LATE-FEE.
           MOVE WS-SEARCH-ID TO WS-TRANS-LOG-ACCT
           MOVE 'F' TO WS-TRANS-LOG-TYPE
           MOVE "LATE FEE" TO WS-TRANS-LOG-REF
           PERFORM LOG-TRANSACTION-COMMON.

       LOG-TRANSACTION-LOSS.
           MOVE WS-LOSS-ACCT TO WS-TRANS-LOG-ACCT
           MOVE 'L' TO WS-TRANS-LOG-TYPE
           MOVE WS-SEARCH-ID TO WS-TRANS-LOG-REF
           PERFORM LOG-TRANSACTION-COMMON.

       LOG-TRANSACTION-ODP-OUT.
           MOVE WS-ODP-SAV-ID TO WS-TRANS-LOG-ACCT
           MOVE 'H' TO WS-TRANS-LOG-TYPE
           MOVE WS-ODP-CHK-ID TO WS-TRANS-LOG-REF
           PERFORM LOG-TRANSACTION-COMMON.

       LOG-TRANSACTION-ODP-IN.
           MOVE WS-ODP-CHK-ID TO WS-TRANS-LOG-ACCT
           MOVE 'U' TO WS-TRANS-LOG-TYPE
           MOVE WS-ODP-SAV-ID TO WS-TRANS-LOG-REF
           PERFORM LOG-TRANSACTION-COMMON.

       LOG-TRANSACTION-ATM.
           MOVE WS-SEARCH-ID TO WS-TRANS-LOG-ACCT
           MOVE 'M' TO WS-TRANS-LOG-TYPE
           MOVE CSET-TERMINAL-ID TO WS-TRANS-LOG-REF
           PERFORM LOG-TRANSACTION-COMMON.

       LOG-TRANSACTION-POS.
           MOVE WS-SEARCH-ID TO WS-TRANS-LOG-ACCT
           MOVE 'Y' TO WS-TRANS-LOG-TYPE
           MOVE CSET-TERMINAL-ID TO WS-TRANS-LOG-REF
           PERFORM LOG-TRANSACTION-COMMON.

       LOG-TRANSACTION-REFUND.
           MOVE WS-SEARCH-ID TO WS-TRANS-LOG-ACCT
           MOVE 'X' TO WS-TRANS-LOG-TYPE
           MOVE CSET-TERMINAL-ID TO WS-TRANS-LOG-REF
           PERFORM LOG-TRANSACTION-COMMON.

       LOG-TRANSACTION-COMMON.
           PERFORM GET-CURRENT-DATETIME
           OPEN I-O TRANSACTION-FILE
               MOVE WS-AMOUNT TO TRANS-AMOUNT
               MOVE WS-TRANS-LOG-REF TO TRANS-REF
               MOVE WS-TELLER-ID TO TRANS-TELLER
               MOVE WS-TELLER-BRANCH TO TRANS-BRANCH

               MOVE 'N' TO WS-TRANS-LOG-DONE
               PERFORM UNTIL WS-TRANS-LOG-DONE = 'Y'
