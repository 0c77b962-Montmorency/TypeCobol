      *----------------------------------------------------------*
      * CURRPROF - PERMITTED-CURRENCY PROFILE RECORD LAYOUT        *
      *   One record per profile: type E keys one entity ID, type  *
      *   C keys an ENTREF classification code and covers every    *
      *   entity of that class with no E record of its own. An     *
      *   entity with neither posts any currency, as before.       *
      *   Lists up to ten foreign currencies the entity may hold   *
      *   (its home currency is always permitted) and the action   *
      *   for any other: R rejects the transaction to CURRREJ, C   *
      *   converts it to the home currency at the business date's *
      *   EXCHRATE rate and posts it to the home balance, keeping  *
      *   the original currency, amount and rate on ENTJRNL. An    *
      *   action other than C is taken as R. Unused currency       *
      *   entries are spaces. Read by CPYRPL4C at start of job.    *
      *----------------------------------------------------------*
           05  CPF-PROFILE-TYPE             PIC X(01).
               88  CPF-PROFILE-ENTITY           VALUE "E".
               88  CPF-PROFILE-CLASS            VALUE "C".
           05  FILLER                       PIC X(01).
           05  CPF-PROFILE-KEY              PIC X(10).
           05  FILLER                       PIC X(01).
           05  CPF-OTHER-ACTION             PIC X(01).
               88  CPF-ACTION-CONVERT           VALUE "C".
           05  CPF-PERMITTED-ENTRY          OCCURS 10 TIMES.
               10  FILLER                       PIC X(01).
               10  CPF-PERMITTED-CURRENCY       PIC X(03).
