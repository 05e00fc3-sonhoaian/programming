      ******************************************************************
      * RVWREC - review rule card for the RvwExcp supervisor review
      * report. The RVWPARM file holds one card per rule to be
      * applied; a rule with no card is not in force. RV-RULE-CODE
      * names the card and RV-RULE-DATA is laid out by card type:
      *   PERIOD   - the review period: audit timestamps from
      *              RV-FROM-DATE through RV-TO-DATE (YYYYMMDD; a
      *              blank to date is the from date alone). With no
      *              PERIOD card the period is the day before the run.
      *   LIMIT    - a posting that moves an amount by more than
      *              RV-LIMIT-AMOUNT (either direction) on account
      *              RV-LIMIT-ACCT-CODE is a hit. A card with a blank
      *              account sets the default limit for every account
      *              without a card of its own; with no default card,
      *              only the accounts named are checked.
      *   CHANGES  - an ID posted to more than RV-MAX-COUNT times in
      *              the period is a hit.
      *   SELFCORR - a correction, reversal, or delete posted by the
      *              operator who captured (added) the ID is a hit.
      *              The card carries no data.
      *   HOURS    - menu activity stamped before RV-DAY-START or at
      *              or after RV-DAY-END (HHMM) is a hit; so is any on
      *              a Saturday or Sunday when RV-WEEKEND-FLAG is Y.
      *              Menu activity is refused menu functions, declined
      *              and approved maker-checker items, and - unless
      *              RV-UNBATCHED-FLAG is N - any posting that carries
      *              no batch ID (headerless batch input cannot be
      *              told apart from a menu posting in the trail).
      *   REFUSALS - an operator with more than RV-MAX-COUNT refused
      *              attempts in the period is a hit, and every
      *              refused attempt of that operator is listed.
      * Amounts are unsigned with two implied decimal places (cents).
      ******************************************************************
           05  RV-RULE-CODE            PIC X(8).
               88  RV-PERIOD-CARD           VALUE "PERIOD".
               88  RV-LIMIT-CARD            VALUE "LIMIT".
               88  RV-CHANGES-CARD          VALUE "CHANGES".
               88  RV-SELFCORR-CARD         VALUE "SELFCORR".
               88  RV-HOURS-CARD            VALUE "HOURS".
               88  RV-REFUSALS-CARD         VALUE "REFUSALS".
           05  RV-RULE-DATA            PIC X(32).
           05  RV-PERIOD-DATA REDEFINES RV-RULE-DATA.
               10  RV-FROM-DATE        PIC X(8).
               10  RV-TO-DATE          PIC X(8).
               10  FILLER              PIC X(16).
           05  RV-LIMIT-DATA REDEFINES RV-RULE-DATA.
               10  RV-LIMIT-ACCT-CODE  PIC X(5).
               10  RV-LIMIT-AMOUNT     PIC 9(9)V99.
               10  FILLER              PIC X(16).
           05  RV-COUNT-DATA REDEFINES RV-RULE-DATA.
               10  RV-MAX-COUNT        PIC 9(5).
               10  FILLER              PIC X(27).
           05  RV-HOURS-DATA REDEFINES RV-RULE-DATA.
               10  RV-DAY-START        PIC 9(4).
               10  RV-DAY-END          PIC 9(4).
               10  RV-WEEKEND-FLAG     PIC X.
                   88  RV-WEEKENDS-OUTSIDE   VALUE "Y".
               10  RV-UNBATCHED-FLAG   PIC X.
                   88  RV-UNBATCHED-NOT-MENU VALUE "N".
               10  FILLER              PIC X(22).
           05  FILLER                  PIC X(8).
