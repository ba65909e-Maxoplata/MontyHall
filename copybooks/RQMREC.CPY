      *    MONTYRQM.IDX indexed requester-master record layout - one
      *    record per analyst or team allowed to put work on the
      *    simulation service, keyed on RQM-REQUESTER-ID (the same
      *    eight characters carried on REQ-REQUESTER-ID and
      *    SCH-REQUESTER-ID). MONTY-QUEUE and MONTY-SCHEDULE refuse
      *    cards from requesters not on file or suspended, and cards
      *    over the requester's limits. Maintained by MONTY-REQMAINT
      *    from add/change/delete transactions; the usage fields are
      *    kept by MONTY-QUEUE, which charges each completed
      *    scenario's games against the day it ran.
       01 REQUESTER-MASTER-RECORD.
           05 RQM-REQUESTER-ID PIC X(8).
           05 RQM-REQUESTER-NAME PIC X(30).
      *    "A" active, "S" suspended - a suspended requester stays
      *    on file (and on the audit listing) but gets no work run
           05 RQM-STATUS PIC X.
      *    largest NUMBER-OF-RUNS one scenario card may ask for
           05 RQM-MAX-RUNS PIC 9(7).
      *    ceiling on the games the requester's scenarios may play
      *    in one calendar day, summed across every card that day
           05 RQM-DAILY-GAME-LIMIT PIC 9(9).
      *    host modes the requester may use - any of C, I and S in
      *    any position; a card with a blank host mode runs classic
      *    and needs C here
           05 RQM-ALLOWED-MODES PIC X(3).
      *    games already charged to the requester on RQM-USAGE-DATE
      *    - a usage date other than today reads as nothing used
           05 RQM-USAGE-DATE PIC X(10).
           05 RQM-USAGE-GAMES PIC 9(11).
           05 RQM-LAST-MAINT-DATE PIC X(10).
      *    finance cost center the requester's runs are charged
      *    back to - MONTY-QUEUE puts it on the control card beside
      *    the requester ID, and MONTY-HALL registers both with the
      *    run; spaces on requesters added before chargeback
           05 RQM-COST-CENTER PIC X(8).
           05 RQM-RESERVED PIC X(23).
