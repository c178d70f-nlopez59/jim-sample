      * DSPTREC - posting dispute case record, keyed by case number:
      * one customer dispute of one POSTJRNL entry, named by its
      * journal identity (account, PJ-TIMESTAMP and amount), from
      * the day it is opened to the day it closes. Maintained by
      * DSPTMNT from cards. The provisional credit posted while the
      * case is investigated is itself a journaled posting, and its
      * PJ-TIMESTAMP is kept here - it is what a finding against
      * the customer hands to RULE-6 to reverse, and what DSPTMNT
      * looks for on the journal to prove the reversal posted. The
      * regulatory deadline is fixed when the case opens (received
      * date plus the DSPTPARM days), so a later change to the
      * parameter never moves a case already on file.
       01  DISPUTE-CASE-RECORD.
           05  DSP-CASE-NO             PIC X(10).
           05  DSP-ACCT-NO             PIC X(10).
           05  DSP-COMPANY-CD          PIC X(03).
           05  DSP-ACCT-TYPE           PIC X(01).
           05  DSP-CURRENCY-CD         PIC X(03).
      * The disputed posting, as it stands on the journal - the
      * original amount keeps its sign (a debit is negative); the
      * disputed amount is what the customer says is wrong, never
      * more than the original.
           05  DSP-POST-TIMESTAMP      PIC X(26).
           05  DSP-POST-AMOUNT         PIC S9(09)V99   COMP-3.
           05  DSP-DISPUTED-AMOUNT     PIC S9(09)V99   COMP-3.
      * 'O' under investigation; 'P' found against the customer and
      * the reversal of the provisional credit not yet seen on the
      * journal; 'F' closed in the customer's favour; 'A' closed
      * against the customer, the credit reversed (or never given).
           05  DSP-STATUS              PIC X(01).
               88  DSP-STATUS-OPEN             VALUE 'O'.
               88  DSP-STATUS-REV-PENDING      VALUE 'P'.
               88  DSP-STATUS-FAVOUR           VALUE 'F'.
               88  DSP-STATUS-AGAINST          VALUE 'A'.
               88  DSP-CASE-ACTIVE             VALUE 'O' 'P'.
           05  DSP-RECEIVED-DATE       PIC 9(08).
           05  DSP-OPENED-DATE         PIC 9(08).
           05  DSP-DEADLINE-DATE       PIC 9(08).
           05  DSP-OPENED-BY           PIC X(08).
      * 'N' no credit given; 'P' provisional credit on the account;
      * 'F' the credit made final; 'R' the credit reversed.
           05  DSP-CREDIT-STATUS       PIC X(01).
               88  DSP-CREDIT-NONE             VALUE 'N'.
               88  DSP-CREDIT-PROVISIONAL      VALUE 'P'.
               88  DSP-CREDIT-FINAL            VALUE 'F'.
               88  DSP-CREDIT-REVERSED         VALUE 'R'.
           05  DSP-CREDIT-AMOUNT       PIC S9(09)V99   COMP-3.
           05  DSP-CREDIT-TIMESTAMP    PIC X(26).
           05  DSP-CREDIT-DATE         PIC 9(08).
      * Why a case opened without a provisional credit, or the note
      * keyed with the resolution.
           05  DSP-NOTE                PIC X(40).
           05  DSP-RESOLUTION          PIC X(01).
               88  DSP-RESOLVED-FAVOUR         VALUE 'F'.
               88  DSP-RESOLVED-AGAINST        VALUE 'A'.
           05  DSP-RESOLVED-DATE       PIC 9(08).
           05  DSP-RESOLVED-BY         PIC X(08).
      * The RULE-6 reversal - how many times it has been handed to
      * the nightly cycle, when last, and the journal entry that
      * finally carried it.
           05  DSP-REV-SUBMIT-COUNT    PIC 9(03).
           05  DSP-REV-SUBMIT-DATE     PIC 9(08).
           05  DSP-REVERSED-DATE       PIC 9(08).
           05  DSP-REVERSAL-TIMESTAMP  PIC X(26).
           05  FILLER                  PIC X(59).
