      *----------------------------------------------------------------*
      * GLJRNL - General Ledger Journal Interface Record
      *
      * Fixed-layout 150-byte record of the journal file SOLARGL
      * hands to the general ledger. Each journal is one site's
      * solar benefit for one closed month, or an adjustment to it,
      * written as a header, its balanced detail lines and a
      * trailer, all carrying the journal reference:
      *   H  header - entry type (P original posting, A adjusting
      *      entry), the accounting date and GL period it books in,
      *      the site and the service month it values, and for an
      *      adjustment the reference of the original posting;
      *   D  detail - one debit or one credit to one account, the
      *      amount unsigned with its side in GLJ-D-DR-CR, the entry
      *      code (AVOIDED, EXPORT or IMPORT), the kWh it values as
      *      a memo quantity, and the original reference again;
      *   T  trailer - line count and debit and credit totals, which
      *      are always equal.
      * Amounts and kWh are zoned with implied decimals, dates are
      * YYYYMMDD and periods YYYYMM.
      *----------------------------------------------------------------*
       01  GLJ-RECORD.
           05  GLJ-REC-TYPE            PIC X(1).
               88  GLJ-HEADER          VALUE "H".
               88  GLJ-DETAIL          VALUE "D".
               88  GLJ-TRAILER         VALUE "T".
           05  GLJ-JOURNAL-REF         PIC X(20).
           05  GLJ-BODY                PIC X(129).
           05  GLJ-HEADER-BODY REDEFINES GLJ-BODY.
               10  GLJ-H-ENTRY-TYPE    PIC X(1).
                   88  GLJ-H-ORIGINAL  VALUE "P".
                   88  GLJ-H-ADJUSTING VALUE "A".
               10  GLJ-H-ENTRY-DATE    PIC 9(8).
               10  GLJ-H-GL-PERIOD     PIC 9(6).
               10  GLJ-H-SITE-ID       PIC X(4).
               10  GLJ-H-SERVICE-PERIOD PIC 9(6).
               10  GLJ-H-ORIGINAL-REF  PIC X(20).
               10  GLJ-H-CREATED-DATE  PIC 9(8).
               10  GLJ-H-DESCRIPTION   PIC X(30).
               10  FILLER              PIC X(46).
           05  GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
               10  GLJ-D-LINE-NO       PIC 9(3).
               10  GLJ-D-ENTRY-DATE    PIC 9(8).
               10  GLJ-D-GL-PERIOD     PIC 9(6).
               10  GLJ-D-SITE-ID       PIC X(4).
               10  GLJ-D-ACCOUNT       PIC X(12).
               10  GLJ-D-DR-CR         PIC X(1).
               10  GLJ-D-AMOUNT        PIC 9(9)V99.
               10  GLJ-D-ENTRY-CODE    PIC X(8).
               10  GLJ-D-KWH           PIC 9(7)V999.
               10  GLJ-D-DESCRIPTION   PIC X(30).
               10  GLJ-D-ORIGINAL-REF  PIC X(20).
               10  FILLER              PIC X(16).
           05  GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
               10  GLJ-T-LINE-COUNT    PIC 9(3).
               10  GLJ-T-DEBIT-TOTAL   PIC 9(11)V99.
               10  GLJ-T-CREDIT-TOTAL  PIC 9(11)V99.
               10  FILLER              PIC X(100).
