      * Source registry change log record, appended by REGMAINT for
      * every applied transaction: the business date it was applied
      * for, the run date, the action and its effective date, who
      * asked, the SRCFILnn slot and the registry record before and
      * after (the before image is spaces for an add).  Action B is
      * a baseline record written once for a slot that predates the
      * log; it pins the id in that slot like any other entry.
      * REGMAINT checks each run that every slot still holds the id
      * last logged for it, so a hand edit that moves an entry is
      * caught before it can change which file a source reads.
       01 REGISTRY-LOG-RECORD.
          05 RGL-BUSINESS-DATE  PIC X(8).
          05 RGL-RUN-DATE       PIC 9(8).
          05 RGL-ACTION         PIC X(1).
          05 RGL-EFFECTIVE-DATE PIC X(8).
          05 RGL-REQUESTER-ID   PIC X(8).
          05 RGL-SLOT           PIC 9(2).
          05 RGL-BEFORE-IMAGE   PIC X(40).
          05 RGL-AFTER-IMAGE    PIC X(40).
          05 FILLER             PIC X(5).
