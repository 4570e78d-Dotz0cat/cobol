      *       SHOTS STILL OWED IN THE CURRENT VOLLEY PER SIDE -
      *       CHECKPOINTED AFTER EVERY SHOT SO A SUSPENDED SALVO
      *       GAME RESUMES MID-VOLLEY. BOTH ZERO BETWEEN TURNS.
           05 GAME-PLAY-MODE        PIC X(1).
              88 GAME-MODE-BATCH    VALUE "B".
              88 GAME-MODE-PAIRING  VALUE "P".
              88 GAME-MODE-SESSION  VALUE "I".
      *       HOW THE GAME IS BEING PLAYED - "B" UNATTENDED BATCH
      *       (THE PLAYER SIDE FIRES AT RANDOM), "P" A PAIRING
      *       NIGHT GAME RUN FROM THE PAIRFILE, "I" A KEYED
      *       SESSION. FIXED AT GAME CREATION.
           05 GAME-DECK-ID          PIC X(9).
      *       FLEETIN DECK BOTH FLEETS OF A PAIRING GAME WERE PLACED
      *       FROM (PAIR-DECK-ID). SPACES WHEN THE FLEETS WERE NOT
      *       DEALT FROM A SHARED DECK.
           05 GAME-OVERRIDE-FLAG    PIC X(1).
              88 GAME-OVERRIDDEN    VALUE "Y".
      *       "Y" ONCE THE GAME HAS BEEN RESUMED PAST A SESSION
      *       IN-USE MARKER BY THE OPERATOR OVERRIDE - NEVER RESET,
      *       SO THE SETTLEMENT ROW SHOWS THE GAME WAS TAKEN OVER.
           05 GAME-HCAP-TYPE        PIC X(1).
              88 GAME-HCAP-NONE     VALUE SPACE.
              88 GAME-HCAP-OPENING  VALUE "O".
              88 GAME-HCAP-EXTRA    VALUE "S".
              88 GAME-HCAP-FEWER    VALUE "F".
           05 GAME-HCAP-STRONG      PIC X(1).
      *       RATING HANDICAP FIXED AT GAME CREATION FROM THE HCAPTBL
      *       TABLE - "O" EXTRA OPENING SHOTS FOR THE WEAKER SIDE,
      *       "S" EXTRA SHOTS PER TURN (PER VOLLEY UNDER SALVO) FOR
      *       THE WEAKER SIDE, "F" ONE SHIP FEWER FOR THE STRONGER
      *       SIDE. STRONG "1" IS THE SIDE OWNING THIS RECORD, "2"
      *       ITS OPPONENT - SWAPPED ON THE MIRROR RECORD.
           05 GAME-HCAP-AMOUNT      PIC 9(2).
      *       OPENING SHOTS OR EXTRA SHOTS PER TURN ("O" AND "S").
           05 GAME-HCAP-DROP-IDX    PIC 9(2).
      *       FLEETCFG ENTRY THE STRONGER SIDE PLACES ONE SHIP
      *       FEWER OF ("F").
           05 GAME-HCAP-CREDIT      PIC 9(3).
      *       RATING POINTS BATELO CREDITS THE WEAKER SIDE WITH
      *       WHEN IT WORKS OUT THE EXPECTED SCORE.
           05 GAME-HCAP-OPEN-LEFT   PIC 9(2).
      *       OPENING SHOTS STILL TO FIRE - A GAME SUSPENDED DURING
      *       THE OPENING RESUMES WITH THE REST OF THEM.
           05 GAME-RATING-PLR       PIC 9(4).
           05 GAME-RATING-OPP       PIC 9(4).
      *       LADDER RATINGS OF BOTH SIDES WHEN THE GAME WAS CREATED.
      *       FIELDS FROM GAME-HCAP-TYPE ON ARE NOT NUMERIC ON A
      *       RECORD FROM BEFORE THEY EXISTED - READ AS NO HANDICAP.
