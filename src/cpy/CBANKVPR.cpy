      *   TXNARCH-MONTHS    BBANK64P archive cutoff (months)
      *   BASE-CURRENCY     BBANK57P revaluation base currency
      *   PSWD-EXPIRY-DAYS  SPSWD01P password expiry (days)
      *   PSWD-HIST-DEPTH   SPSWD01P number of earlier passwords a
      *                     change may not reuse (default 5, max 12)
      *   RESPONSE-LIMIT    response-time report threshold (1/100 sec)
      *   TAXSTMT-YEAR      annual interest summary reporting year
      *   OD-DEBIT-RATE     BBANK41P overdraft debit interest
      *                     (hundredths of a percent per annum)
      *   CHQ-CLEAR-DAYS    BBANKA8P clearing period (days) after
      *                     which a presented cheque the clearing
      *                     house has not answered is chased
      *   WTAX-STD-RATE     BBANK75P/BBANK61P standard withholding
      *                     rate (hundredths of a percent of interest)
      *   WTAX-RED-RATE     the reduced withholding rate
      *   REPO-RETAIN-DAYS  BBANK79P default report retention (days)
      *   RETAIN-<id>       per-report retention override, e.g.
      *                     RETAIN-JOURNAL
      *   LOAN-ERC-RATE     DBANK49P early-repayment charge on loan
      *                     principal repaid before it was due
      *                     (hundredths of a percent)
      *   LOAN-QUOTE-DAYS   DBANK49P settlement quote validity (days)
      *   PROV-PCT-CURRENT  BBANK85P loan loss provision on a loan not
      *                     in arrears (hundredths of a percent)
      *   PROV-PCT-30       BBANK85P provision 30-59 days past due
      *   PROV-PCT-60       BBANK85P provision 60-89 days past due
      *   PROV-PCT-90       BBANK85P provision 90 days plus past due
      *   WOFF-DAYS         BBANK85P days past due at which an
      *                     account is proposed for write-off
      *   SANC-MATCH-PCT    DBANK55P/DBANK56P sanctions watchlist
      *                     match score (percent) at or above which
      *                     a name is a possible match
      *   SESS-IDLE-MINS    BBANK10P idle minutes after which SBANK00P
      *                     forces a fresh signon (default 15,
      *                     0 = no limit)
      *   SCV-INSURED-LIM   BBANK91P deposit guarantee insured limit
      *                     per depositor (whole units of base
      *                     currency, default 100000)
      *   LIQ-FCST-DAYS     BBANK92P liquidity forecast window in
      *                     calendar days (default 30, maximum 60)
      *   PROF-FTP-RATE     BBANK93P funds-transfer-pricing rate
      *                     (hundredths of a percent per annum,
      *                     default 300)
      *   CLR-RETAIN-DAYS   BBANK94P days a clean clearing cycle is
      *                     kept on BNKCLRS (default 90)
      *   PEV-RETAIN-DAYS   BBANK97P days an acknowledged posting
      *                     event is kept on BNKPEVT (default 30)
      *   MASK-KEY          BBANK98P number mixed into every masked
      *                     test identity (default 0)
      *   RTS-TRACE-DAYS    BBANKA1P days a customer may stay gone
      *                     away before being listed for tracing
      *                     (default 60)
      *   HMAIL-KEEP-DAYS   BBANKA1P days an emailed or released
      *                     held-mail line is kept on BNKHMAIL
      *                     (default 90)
      *   CASE-SLA-DAYS     BBANKA4P working days a complaint case may
      *                     stay open (default 15)
      *   CASE-SLA-DAYS-c   the same for case category c only (P, F,
      *                     X, S or O), e.g. CASE-SLA-DAYS-F
      *   CASE-SLA-WARN     BBANKA4P working days before the SLA at
      *                     which an open case is listed as due soon
      *                     (default 2)
      *   ACCNO-PARTS       DBANK67P number of account-range
      *                     partitions BBANK41P, BBANK55P and
      *                     BBANK62P may run as (2 to 10; not set =
      *                     one step over the whole file)
      *   ACCNO-PART-nn     the highest account number in partition
      *                     nn, e.g. ACCNO-PART-01; the last
      *                     partition has none and runs to the end
      *****************************************************************
000100 05  PRM-RECORD.
000200   10  PRM-REC-KEY.
