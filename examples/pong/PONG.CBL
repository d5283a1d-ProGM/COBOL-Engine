      *> 16 = standing challenge-ladder board,
      *> 17 = stored-value account PIN entry,
      *> 18 = voucher-code entry,
      *> 19 = first-boot provisioning wizard,
      *> 20 = operator sign-on ahead of the service menu,
      *> 21 = member-card entry, 22 = service-menu report viewer
           02 GAME-STATE PIC 9(3) VALUE 4.

       01 PRE-PAUSE-STATE PIC 9(3) VALUE 0.
           02 CHECKPOINT-PLAYER-SCORE PIC 9(3) VALUE 0.
           02 CHECKPOINT-ENEMY-SCORE PIC 9(3) VALUE 0.
       01 CHECKPOINT-TWO-PLAYER PIC 9(1) VALUE 0.
       01 CHECKPOINT-MATCH-NUMBER PIC 9(8) VALUE 0.

      *> the match number: NextMatchNumber issues one at every
      *> RESET-MATCH and every record the match writes carries it --
      *> stats, rally detail, journal, rating journal, the replay
      *> catalog and the MATCHSTART/HANDICAP/MATCHEND audit lines.
      *> A start that logs its MATCHSTART ahead of the reset takes the
      *> number early and holds it, so the reset keeps it instead of
      *> issuing a second; a resumed match carries on under the
      *> number its checkpoint saved.
       01 MATCH-NUMBER PIC 9(8) VALUE 0.
       01 MATCH-NUMBER-HELD-FLAG PIC 9(1) VALUE 0.
       01 AUDIT-MATCH-NUMBER PIC 9(8) VALUE 0.
       01 RESUME-KEY-STATE USAGE BINARY-LONG VALUE 0.
       01 RESUME-KEY-PREV-STATE USAGE BINARY-LONG VALUE 0.

           02 PLAYER-W USAGE SIGNED-INT VALUE 8.
           02 PLAYER-H USAGE SIGNED-INT VALUE 32.

      *> player 1's full paddle face: the classic 32 pixels, or 48
      *> while assist mode is on. The shrinking-paddle variant
      *> shrinks from it.
       01 PLAYER-FULL-H USAGE SIGNED-INT VALUE 32.

       01 ENEMY-RECT.
           02 ENEMY-X USAGE SIGNED-INT VALUE 632.
           02 ENEMY-Y USAGE SIGNED-INT VALUE 240.
       01 COIN-KEY-PREV-STATE USAGE BINARY-LONG VALUE 0.
       01 CREDIT-COUNT-TEXT PIC X(20) VALUE SPACES.

      *> control wear: CountControlWear counts every press of the
      *> panel's switches each frame (C) and is told to fold what it
      *> has banked into the wear file on the way out (F).
       01 WEAR-ACTION PIC X(1) VALUE "C".

      *> time-of-day pricing: refreshed on the same half-minute
      *> cadence as the operating-hours poll. A matching window
      *> changes what a coin buys (CHECK_COIN_SWITCH) and whether a
       01 PRICE-RULE-ID PIC 9(2) VALUE 0.
       01 PRICE-UNTIL PIC 9(4) VALUE 0.
       01 PRICE-BANNER-TEXT PIC X(40) VALUE SPACES.

      *> memberships: whoever is signed in (member number first,
      *> then a walk-up account) is looked up on every frame and
      *> what their tier is worth goes in to CheckPricing with the
      *> window's price. The counter sells and renews from the
      *> service menu, MEMBERSHIP-TIER-PICK being the tier on offer.
       01 MEMBERSHIP-KEY PIC X(8) VALUE SPACES.
       01 PRICED-MEMBERSHIP-KEY PIC X(8) VALUE SPACES.
       01 MEMBERSHIP-ACTION PIC X(1) VALUE "Q".
       01 MEMBERSHIP-TIER PIC 9(1) VALUE 0.
       01 MEMBERSHIP-CREDITS PIC 9(2) VALUE 0.
       01 MEMBERSHIP-FREE-LEFT PIC 9(2) VALUE 0.
       01 MEMBERSHIP-EXPIRY PIC 9(8) VALUE 0.
       01 MEMBERSHIP-TIER-PICK PIC 9(1) VALUE 1.
       01 MEMBER-TIER-COUNT PIC 9(1) VALUE 0.
       01 MEMBER-TIER-TABLE.
           COPY MEMBTFLDS.
       01 MEMBERSHIP-SALE-INITIALS PIC X(3) VALUE SPACES.
       01 MEMBERSHIP-SALE-EXPIRY PIC 9(8) VALUE 0.
       01 MEMBERSHIP-SALE-FEE PIC 9(5) VALUE 0.
       01 MEMBERSHIP-SALE-OK PIC 9(1) VALUE 0.
       01 COIN-EVENT-KIND PIC X(4) VALUE SPACES.
       01 COIN-EVENT-CREDITS PIC 9(2) VALUE 0.
       01 COIN-EVENT-RULE PIC 9(2) VALUE 0.
       01 COIN-EVENT-CHANNEL PIC 9(1) VALUE 1.
      *> what a counter sale took, in cents; a coin's value comes
      *> from its channel.
       01 COIN-EVENT-VALUE PIC 9(5) VALUE 0.

      *> multi-denomination acceptors: channel 1 is the coin key of
      *> the key map, channels 2-9 close their own scancodes from
      *> ./data/coin_channels.dat. A coin buys the pricing window's
      *> credits scaled by what it is worth against the site's
      *> default coin, never less than one.
       01 COIN-CHANNEL-COUNT PIC 9(1) VALUE 1.
       01 COIN-CHANNEL-TABLE.
           COPY COINCHFLDS.
       01 COIN-CHANNEL-STATES.
           05 COIN-CHANNEL-STATE OCCURS 9 TIMES USAGE BINARY-LONG.
       01 COIN-CHANNEL-PREV-STATES.
           05 COIN-CHANNEL-PREV-STATE OCCURS 9 TIMES
               USAGE BINARY-LONG.
       01 COIN-CHANNEL-SCANCODE USAGE BINARY-LONG VALUE 0.
       01 COIN-CHANNEL-IDX PIC 9(2) VALUE 0.
       01 COIN-ANY-STATE USAGE BINARY-LONG VALUE 0.
       01 COIN-CHANNEL-CREDITS PIC 9(4) VALUE 0.
       01 DEFAULT-COIN-VALUE PIC 9(5) VALUE 100.
       01 SHORTFALL-TOLERANCE PIC 9(7) VALUE 200.

      *> stored-value accounts: P1 down on the title keys initials
      *> (entry mode 7) then a four-digit PIN (state 17), and a
      *> journals like the hi-score journal.
       01 ACCOUNT-ACTIVE-FLAG PIC 9(1) VALUE 0.
       01 ACCOUNT-INITIALS PIC X(3) VALUE SPACES.
       01 ACCOUNT-KEY PIC X(8) VALUE SPACES.
       01 ACCOUNT-BALANCE PIC 9(4) VALUE 0.
       01 ACCOUNT-LINE-TEXT PIC X(40) VALUE SPACES.
       01 ACCOUNT-MSG-TEXT PIC X(40) VALUE SPACES.
       01 ACCT-EXISTS-FLAG PIC 9(1) VALUE 0.
       01 PIN-SET-FLAG PIC 9(1) VALUE 0.
       01 PIN-STORED-FLAG PIC 9(1) VALUE 0.
      *> daily limits the counter can put on an account: credits
      *> spent on plays and minutes played per day. A reached
      *> limit (ACCOUNT-LIMIT-HIT S or M) shuts the account out of
      *> the start gate for the rest of the day -- coins still
      *> play -- and is told on screen and in the audit trail once
      *> per account and limit. Minutes are clocked while a signed-
      *> in account is in a match and posted every half minute.
       01 ACCOUNT-LIMIT-ACTION PIC X(1) VALUE "Q".
       01 ACCOUNT-LIMIT-SECONDS PIC 9(5) VALUE 0.
       01 ACCOUNT-LIMIT-HIT PIC X(1) VALUE SPACE.
       01 ACCOUNT-SPENT-TODAY PIC 9(4) VALUE 0.
       01 ACCOUNT-SPEND-CAP PIC 9(4) VALUE 0.
       01 ACCOUNT-MINUTES-TODAY PIC 9(4) VALUE 0.
       01 ACCOUNT-MINUTES-CAP PIC 9(4) VALUE 0.
       01 ACCOUNT-PLAY-CLOCK COMP-1 VALUE 0.
       01 ACCOUNT-LIMIT-NOTED-KEY PIC X(8) VALUE SPACES.
       01 ACCOUNT-LIMIT-NOTED-HIT PIC X(1) VALUE SPACE.
       01 LIMIT-PICK-SPEND PIC 9(4) VALUE 0.
       01 LIMIT-PICK-MINUTES PIC 9(4) VALUE 0.
       01 LIMIT-SET-OK PIC 9(1) VALUE 0.
       01 RENTAL-BLOCK-MINUTES PIC 9(4) VALUE 0.
      *> member sign-in: M on the title keys an eight-digit member
      *> number (state 21). A live number signs the member in for
      *> the session; from then on every player-keyed master files
      *> that member's initials under the number, so two regulars
      *> who both sign "JAS" stop sharing a balance and a rating,
      *> while the boards keep showing the initials. PLAYER-KEY
      *> and the other keys are what RESOLVE-PLAYER-KEY hands back:
      *> the member number when the initials are the signed-in
      *> member's, the initials themselves for a walk-up.
       01 MEMBER-SIGNED-IN-FLAG PIC 9(1) VALUE 0.
       01 MEMBER-NUMBER PIC X(8) VALUE SPACES.
       01 MEMBER-INITIALS PIC X(3) VALUE SPACES.
       01 MEMBER-DIGITS.
           05 MEMBER-DIGIT OCCURS 8 TIMES PIC 9(1).
       01 MEMBER-ENTRY-POSITION PIC 9(1) VALUE 1.
       01 MEMBER-SHOW-TEXT PIC X(8) VALUE SPACES.
       01 MEMBER-SHOW-IDX PIC 9(1) VALUE 0.
       01 MEMBER-KEY-STATE USAGE BINARY-LONG VALUE 0.
       01 MEMBER-KEY-PREV-STATE USAGE BINARY-LONG VALUE 0.
       01 MEMBER-TRY-KEY PIC X(8) VALUE SPACES.
       01 MEMBER-TRY-INITIALS PIC X(3) VALUE SPACES.
       01 MEMBER-TRY-NUMBER PIC X(8) VALUE SPACES.
       01 MEMBER-TRY-STATUS PIC X(1) VALUE SPACE.
       01 MEMBER-LINE-TEXT PIC X(40) VALUE SPACES.
       01 PLAYER-KEY PIC X(8) VALUE SPACES.
       01 LEFT-PLAYER-KEY PIC X(8) VALUE SPACES.
       01 RIGHT-PLAYER-KEY PIC X(8) VALUE SPACES.
       01 KEY-LOOKUP-INITIALS PIC X(3) VALUE SPACES.
       01 KEY-LOOKUP-RESULT PIC X(8) VALUE SPACES.
       01 LETTER-SEED-COUNT PIC 9(2) VALUE 0.
      *> a dormant account is told at sign-in when its balance
      *> expires, while playing it down can still save it.
       01 DORMANT-NOTICE-FLAG PIC 9(1) VALUE 0.
       01 DORMANT-EXPIRES PIC 9(8) VALUE 0.
       01 BALANCE-DELTA PIC S9(4) VALUE 0.
       01 BALANCE-REASON PIC X(8) VALUE SPACES.
       01 BALANCE-OK-FLAG PIC 9(1) VALUE 0.
       01 EVENT-NOW-RAW PIC 9(8) VALUE 0.
       01 EVENT-NOW-HHMM PIC 9(4) VALUE 0.

      *> private hires: today's rows of bookings.dat, re-read on the
      *> half-minute poll. A hire arms its event preset itself at
      *> its start and disarms it at its end; each hire is armed at
      *> most once a day, so an operator who takes the cabinet back
      *> from the service menu keeps it.
       01 BOOKING-COUNT PIC 9(1) VALUE 0.
       01 BOOKING-TABLE.
           COPY BOOKFLDS.
       01 BOOKING-IDX PIC 9(1) VALUE 0.
       01 BOOKING-ARMED-NUMBER PIC 9(4) VALUE 0.
       01 BOOKING-END-HHMM PIC 9(4) VALUE 0.
       01 BOOKING-PRESET-IDX PIC 9(1) VALUE 0.
       01 BOOKING-SEARCH-IDX PIC 9(2) VALUE 0.
       01 BOOKING-DONE-TABLE.
           05 BOOKING-DONE-NUMBER PIC 9(4) OCCURS 8 TIMES.
       01 BOOKING-DONE-COUNT PIC 9(1) VALUE 0.
       01 BOOKING-DONE-IDX PIC 9(1) VALUE 0.
       01 BOOKING-DONE-FLAG PIC 9(1) VALUE 0.

       01 RENTAL-ACTIVE-FLAG PIC 9(1) VALUE 0.
       01 RENTAL-TIME-LEFT COMP-1 VALUE 0.
       01 RENTAL-MINUTES-LEFT PIC 9(3) VALUE 0.
       01 RENTAL-CLOCK-TEXT PIC X(20) VALUE SPACES.
       01 RENTAL-EXPIRED-TIME COMP-1 VALUE 0.
       01 RENTAL-MINUTES-PER-CREDIT PIC 9(2) VALUE 5.
      *> the receipts the running block was armed on, so voiding
      *> the block cancels every one of them.
       01 RENTAL-RECEIPTS.
           05 RENTAL-RECEIPT-NUMBER OCCURS 9 TIMES PIC 9(8).
           05 RENTAL-RECEIPT-CREDITS OCCURS 9 TIMES PIC 9(4).
       01 RENTAL-RECEIPT-COUNT PIC 9(1) VALUE 0.
       01 RENTAL-RECEIPT-IDX PIC 9(1) VALUE 0.
       01 SESSION-TIMED-FLAG PIC 9(1) VALUE 0.
       01 FUNDS-OK-FLAG PIC 9(1) VALUE 0.
      *> where the most recent start's money came from (1 = the
       01 HEADLESS-FRAME-COUNT PIC 9(7) VALUE 0.
       01 HEADLESS-FRAME-LIMIT PIC 9(7) VALUE 3600.

      *> bench replay: started as "pong BENCH <recording>", the
      *> game takes its controls from an input recording saved with
      *> a post-mortem instead of from the panel, and the run ends
      *> when the recording does.
       01 BENCH-ARGUMENTS PIC X(80) VALUE SPACES.
       01 BENCH-WORD PIC X(10) VALUE SPACES.

      *> the player-master record for whoever just keyed in their
      *> initials: their preferred difficulty, own up/down bindings
      *> and palette take over from the cabinet defaults for the
       01 TICKET-PAID-INITIALS PIC X(3) VALUE SPACES.
       01 TICKET-PAID-KIND PIC X(5) VALUE SPACES.
       01 TICKET-PAID-FLAG PIC 9(1) VALUE 0.
      *> with a prize catalog on file the same row pays prizes
      *> instead: right steps through the catalog, left hands the
      *> picked prize over, its ticket cost taken from the name
      *> keyed at the counter (or the oldest owed ticket's holder).
       01 PRIZE-COUNT PIC 9(2) VALUE 0.
       01 PRIZE-TABLE.
           COPY PRIZEFLDS.
       01 PRIZE-PICK PIC 9(2) VALUE 1.
       01 PRIZE-PAYEE PIC X(3) VALUE SPACES.
       01 PRIZE-RESULT PIC 9(1) VALUE 0.
       01 PRIZE-OWED-LEFT PIC 9(4) VALUE 0.
      *> every top-up, rental block and voucher spools a numbered
      *> customer receipt (WriteReceipt) and lands in the receipt
      *> register the reconciliation report reads.
       01 RECEIPT-KIND PIC X(6) VALUE SPACES.
       01 RECEIPT-INITIALS PIC X(3) VALUE SPACES.
       01 RECEIPT-AMOUNT PIC 9(4) VALUE 0.
       01 RECEIPT-BALANCE PIC 9(4) VALUE 0.
       01 RECEIPT-VOIDS PIC 9(8) VALUE 0.
       01 RECEIPT-NUMBER PIC 9(8) VALUE 0.

       01 SVC-KEY-STATE USAGE BINARY-LONG VALUE 0.
       01 SVC-KEY-PREV-STATE USAGE BINARY-LONG VALUE 0.
       01 SVC-ROW-IDX PIC 9(2) VALUE 0.
      *> one place to grow when the menu gains a row; the draw
      *> loop, the cursor clamp and the mouse band all read it.
      *> SVC-ROW-COUNT is how many rows the signed-on operator's
      *> role is offered; SVC-ROW-MAP turns a position on screen
      *> into the menu row it stands for, and SVC-ROW-ID is that
      *> row while it is drawn or adjusted.
       01 SVC-MENU-ROW-TOTAL PIC 9(2) VALUE 21.
       01 SVC-ROW-COUNT PIC 9(2) VALUE 21.
      *> a 480-line panel shows fifteen rows; past that the list
      *> scrolls with the cursor, SVC-TOP-ROW being the first
      *> position on screen.
       01 SVC-PAGE-ROWS PIC 9(2) VALUE 15.
       01 SVC-TOP-ROW PIC 9(2) VALUE 1.
       01 SVC-LAST-SHOWN PIC 9(2) VALUE 0.
       01 SVC-ROW-MAP-TABLE.
           05 SVC-ROW-MAP OCCURS 24 TIMES PIC 9(2).
       01 SVC-ROW-ID PIC 9(2) VALUE 0.
       01 SVC-ALL-ROW-IDX PIC 9(2) VALUE 0.

      *> operator sign-on (state 20): the service key asks for a
      *> four-digit operator id and PIN from ./data/operators.dat
      *> before the menu opens, and the role on that line decides
      *> which rows are offered -- one Y/N byte per menu row, in
      *> menu order. Attendants get volume and the money and floor
      *> rows (tickets, top-ups, rentals, events, logging an
      *> incident, refunds and credit adjustments) and the report
      *> archive, to read last night's close; technicians the
      *> tuning, hours, presets, the incident book and the report
      *> archive; managers everything. The signed-on id rides
      *> on every audit line until the menu is left.
       01 SVC-ROLE-RIGHTS-VALUES.
           05 FILLER PIC X(25) VALUE "AYNNNNNNNYYYYNYNYYYYYYNNN".
           05 FILLER PIC X(25) VALUE "TYYYYYYYYNNNNYYYNNNNNYNNN".
           05 FILLER PIC X(25) VALUE "MYYYYYYYYYYYYYYYYYYYYYNNN".
       01 SVC-ROLE-RIGHTS REDEFINES SVC-ROLE-RIGHTS-VALUES.
           05 SVC-ROLE-ENTRY OCCURS 3 TIMES.
               10 SVC-ROLE-CODE PIC X(1).
               10 SVC-ROLE-ROW-FLAG OCCURS 24 TIMES PIC X(1).
       01 SVC-ROLE-IDX PIC 9(1) VALUE 0.
       01 OPERATOR-SIGNED-ID PIC X(4) VALUE SPACES.
       01 OPERATOR-ROLE PIC X(1) VALUE SPACE.
       01 OPERATOR-ROLE-NAME PIC X(10) VALUE SPACES.
       01 OPER-ENTRY-DIGITS.
           05 OPER-DIGIT OCCURS 8 TIMES PIC 9(1).
       01 OPER-ENTRY-POSITION PIC 9(1) VALUE 1.
       01 OPER-SHOW-TEXT PIC X(20) VALUE SPACES.
       01 OPER-SHOW-IDX PIC 9(1) VALUE 0.
       01 OPER-TRY-ID PIC 9(4) VALUE 0.
       01 OPER-TRY-PIN PIC 9(4) VALUE 0.
       01 OPER-OK-FLAG PIC 9(1) VALUE 0.
       01 OPER-FILE-FLAG PIC 9(1) VALUE 0.

      *> manual adjustments (service rows 16-17): the ADJUST row's
      *> right arrow cycles the kind and its left arrow posts one
      *> unit of it -- a refund of one default coin handed over the
      *> counter, or one credit granted onto or taken off the
      *> cabinet -- under the reason picked on the REASON row. Each
      *> post goes to ./data/adjustments.dat and the audit trail
      *> with the signed-on operator.
       01 ADJUST-KIND-PICK PIC 9(1) VALUE 1.
       01 ADJUST-REASON-PICK PIC 9(1) VALUE 1.
       01 ADJUST-REASON-VALUES.
           05 FILLER PIC X(8) VALUE "COINEAT".
           05 FILLER PIC X(8) VALUE "FAULT".
           05 FILLER PIC X(8) VALUE "GOODWILL".
           05 FILLER PIC X(8) VALUE "TESTPLAY".
           05 FILLER PIC X(8) VALUE "OTHER".
       01 ADJUST-REASON-TABLE REDEFINES ADJUST-REASON-VALUES.
           05 ADJUST-REASON-NAME OCCURS 5 TIMES PIC X(8).
       01 ADJUST-KIND PIC X(1) VALUE SPACE.
       01 ADJUST-AMOUNT PIC 9(7) VALUE 0.
       01 ADJUST-CREDITS PIC 9(2) VALUE 0.
       01 ADJUST-REASON PIC X(8) VALUE SPACES.
       01 ADJUST-OK-FLAG PIC 9(1) VALUE 0.
       01 ADJUST-AMOUNT-EDIT PIC Z(4)9.99.

      *> maintenance incidents: the LOG INC row cycles a coded
      *> category with the right arrow and logs it with the left;
       01 INCIDENT-SOURCE PIC X(1) VALUE SPACES.
       01 INCIDENT-TEXT PIC X(40) VALUE SPACES.
       01 INCIDENT-OPEN-COUNT PIC 9(3) VALUE 0.

      *> the report viewer (state 22), opened from the REPORTS row:
      *> the last twelve runs in the report archive, newest first,
      *> and any one of them a fifteen-line page at a time.
      *> REPORT-VIEW-PAGE-FLAG = 1 while a report is open.
       01 REPORT-LIST.
           COPY RPTLIST.
       01 REPORT-PAGE.
           COPY RPTPAGE.
       01 REPORT-SELECT-INDEX PIC 9(2) VALUE 1.
       01 REPORT-VIEW-PAGE-FLAG PIC 9(1) VALUE 0.
       01 REPORT-FIRST-LINE PIC 9(5) VALUE 1.
       01 REPORT-LAST-LINE PIC 9(5) VALUE 0.
       01 REPORT-LINE-IDX PIC 9(2) VALUE 0.
       01 REPORT-LINE-TEXT PIC X(80) VALUE SPACES.
       01 REPORT-LINE-Y USAGE SIGNED-INT VALUE 0.
       01 REPORT-CURSOR-PREFIX PIC X(2) VALUE SPACES.
       01 INCIDENT-RESOLVED-CAT PIC X(8) VALUE SPACES.
       01 INCIDENT-RESOLVED-FLAG PIC 9(1) VALUE 0.
       01 COIN-HELD-TIME COMP-1 VALUE 0.
           05 NEW-MAXSPEED-FLAG PIC 9(1) VALUE 0.
           05 NEW-HARDWIN-FLAG  PIC 9(1) VALUE 0.
           05 NEW-DAYFIRST-FLAG PIC 9(1) VALUE 0.
      *> 1 when the win was played with assist mode on; the award
      *> file flags what it earns as assisted.
       01 AWARD-ASSIST-FLAG PIC 9(1) VALUE 0.
       01 AWARD-LINE-Y USAGE SIGNED-INT VALUE 0.

      *> head-to-head ratings: a paid two-player or doubles start
       01 RATING-LEADER-VALUE PIC 9(4) VALUE 0.
       01 RATING-LEADER-TEXT PIC X(40) VALUE SPACES.

      *> rating handicap: once both captains have keyed a name, the
      *> lower-rated side can start the match a few games up, looked
      *> up from the rating gap in the operator's handicap.dat by
      *> ComputeHandicap. HANDICAP-SIDE is L or R for the side that
      *> started ahead, a space for a level start; the head start
      *> shows under that side's score, goes on the audit trail
      *> with the match number and marks the rating and hi-score
      *> journal lines the match produces.
       01 HANDICAP-SIDE PIC X(1) VALUE SPACE.
       01 HANDICAP-GAMES PIC 9(2) VALUE 0.
       01 HANDICAP-RATING-GAP PIC 9(4) VALUE 0.
       01 HANDICAP-TEXT PIC X(20) VALUE SPACES.
       01 HANDICAP-TEXT-X USAGE SIGNED-INT VALUE 0.
      *> the head start as the rating settlement sees it: W when
      *> the winner started ahead, L when the loser did.
       01 HANDICAP-RESULT-SIDE PIC X(1) VALUE SPACE.
      *> assist mode only ever eases the left paddle, so a rated
      *> match marks the assisted side as winner or loser from it.
       01 RATING-ASSIST-SIDE PIC X(1) VALUE SPACE.
      *> games the posting (left-side) winner started ahead by.
       01 POSTING-HEAD-START PIC 9(2) VALUE 0.
      *> A when the posting side played with assist mode on.
       01 POSTING-ASSIST-FLAG PIC X(1) VALUE SPACE.

      *> rotating daily challenge: the calendar picks one objective
      *> from the challenge table, the title shows it, the win that
      *> meets it pays one free credit (flagged CHAL in the coin
       01 NEW-CHALLENGE-FLAG PIC 9(1) VALUE 0.
       01 DAILY-BANNER-TEXT PIC X(48) VALUE SPACES.

      *> inter-venue league: on a night league.dat sets a fixture,
      *> a rated match between one team's roster and the other's
      *> goes on record for head office to settle. Loaded on the
      *> same daily clock as the challenge.
       01 LEAGUE-NIGHT-COUNT PIC 9(1) VALUE 0.
       01 LEAGUE-NIGHT-TABLE.
           COPY LEAGFLDS.
       01 LEAGUE-FIXTURE-IDX PIC 9(1) VALUE 0.
       01 LEAGUE-SLOT-IDX PIC 9(1) VALUE 0.
       01 LEAGUE-TAGGED-FLAG PIC 9(1) VALUE 0.
       01 LEAGUE-SEEK-INITIALS PIC X(3) VALUE SPACES.
       01 LEAGUE-SEEK-SIDE PIC X(1) VALUE SPACE.
       01 LEAGUE-WINNER-SIDE PIC X(1) VALUE SPACE.
       01 LEAGUE-WINNER-INITIALS PIC X(3) VALUE SPACES.
       01 LEAGUE-LOSER-INITIALS PIC X(3) VALUE SPACES.
       01 LEAGUE-WINNER-GAMES PIC 9(3) VALUE 0.
       01 LEAGUE-LOSER-GAMES PIC 9(3) VALUE 0.

      *> king of the hill: consecutive human-vs-human matches won
      *> on this cabinet, persisted in crown.dat so the streak
      *> survives the power cycle (unlike the adaptive-AI form
       01 CROWN-CHANGED-FLAG PIC 9(1) VALUE 0.
       01 CROWN-BANNER-TEXT PIC X(40) VALUE SPACES.

      *> before-images of what a decided match is about to move,
      *> kept on the posting trail under the match number so a
      *> voided match can be put back: the crown as it stood on
      *> disk, a won challenge's two names and rungs, the newly
      *> earned awards.
       01 PRIOR-CROWN-HOLDER PIC X(3) VALUE SPACES.
       01 PRIOR-CROWN-STREAK PIC 9(3) VALUE 0.
       01 PRIOR-BEST-HOLDER PIC X(3) VALUE SPACES.
       01 PRIOR-BEST-STREAK PIC 9(3) VALUE 0.
       01 POSTING-KIND PIC X(6) VALUE SPACES.
       01 POSTING-INITIALS PIC X(3) VALUE SPACES.
       01 POSTING-OTHER-INITIALS PIC X(3) VALUE SPACES.
       01 POSTING-VALUES PIC X(16) VALUE SPACES.
       01 POSTING-CROWN-VALUES REDEFINES POSTING-VALUES.
           05 POSTING-PRIOR-STREAK PIC 9(3).
           05 FILLER PIC X(1).
           05 POSTING-PRIOR-BEST-STREAK PIC 9(3).
           05 FILLER PIC X(9).
       01 POSTING-LADDER-VALUES REDEFINES POSTING-VALUES.
           05 POSTING-CHALLENGER-RUNG PIC 9(2).
           05 FILLER PIC X(1).
           05 POSTING-DEFENDER-RUNG PIC 9(2).
           05 FILLER PIC X(11).
       01 POSTING-AWARD-VALUES REDEFINES POSTING-VALUES.
           05 POSTING-NEW-AWARDS PIC X(4).
           05 FILLER PIC X(1).
           05 POSTING-AWARD-KEY PIC X(8).
           05 FILLER PIC X(3).

      *> adaptive-AI form tracking: consecutive wins push the bias
      *> up so a streaking regular gets a tighter paddle from the
      *> first serve, consecutive losses pull it down; a new name at
       01 VARIANT-ZERO PIC 9(1) VALUE 0.
       01 VARIANT-KEY-STATE USAGE BINARY-LONG VALUE 0.
       01 VARIANT-KEY-PREV-STATE USAGE BINARY-LONG VALUE 0.

      *> assist mode (GAME-ASSIST-MODE), cycled with the assist key
      *> on the title screen and named under the title while on.
       01 ASSIST-KEY-STATE USAGE BINARY-LONG VALUE 0.
       01 ASSIST-KEY-PREV-STATE USAGE BINARY-LONG VALUE 0.
       01 ASSIST-NAME-TEXT PIC X(24) VALUE SPACES.
       01 VARIANT-NAME-TEXT PIC X(20) VALUE SPACES.
       01 RALLY-HITS-OUT PIC 9(4) VALUE 0.
       01 BALL2-STATE.
       01 TICKER-TODAY-YMD PIC 9(8) VALUE 0.
       01 TICKER-STEPS PIC 9(2) VALUE 0.

      *> the attract loop's leaderboards: this cabinet's top five and
      *> the fleet top twenty-five head office pushes down, a page
      *> every few seconds -- page 0 the house board, then the fleet
      *> board five places to a page. Re-read each time the demo
      *> starts, so a fresh posting or a fresh pull shows next time.
       01 ATTRACT-BOARDS.
           COPY BOARDFLDS.
       01 BOARD-PAGE PIC 9(1) VALUE 0.
       01 BOARD-CYCLE-TIME COMP-1 VALUE 0.
       01 BOARD-CYCLE-SECONDS COMP-1 VALUE 6.
       01 BOARD-ROW-IDX PIC 9(2) VALUE 0.
       01 BOARD-ROW-FIRST PIC 9(2) VALUE 0.
       01 BOARD-ROW-LAST PIC 9(2) VALUE 0.
       01 BOARD-TITLE-TEXT PIC X(30) VALUE SPACES.
       01 BOARD-LINE-TEXT PIC X(58) VALUE SPACES.
       01 BOARD-LINE-Y USAGE SIGNED-INT VALUE 0.

      *> live spectator feed: four datagrams a second during a live
      *> match carry the scoreboard to the lobby TV -- scores, the
      *> names in play (the AI answers to "CPU"), the bracket match
       01 FEED-LEFT-INITIALS PIC X(3) VALUE SPACES.
       01 FEED-RIGHT-INITIALS PIC X(3) VALUE SPACES.

      *> every name shown to the room -- feed, banners, browser --
      *> goes through MaskPublicName first, so a player who asked
      *> the counter not to be shown comes out as "***". The
      *> half-minute poll re-reads the opt-outs.
       01 PUBLIC-NAME-ACTION PIC X(1) VALUE "Q".
       01 PUBLIC-NAME-KEY PIC X(8) VALUE SPACES.
       01 PUBLIC-NAME-IN PIC X(3) VALUE SPACES.
       01 PUBLIC-NAME-SHOWN PIC X(3) VALUE SPACES.

      *> remote command channel: every few seconds the main loop
      *> asks the non-blocking listener whether head office sent an
      *> authenticated verb -- sleep, wake, maintenance, an

           DISPLAY "Starting..."

           ACCEPT BENCH-ARGUMENTS FROM COMMAND-LINE.
           IF BENCH-ARGUMENTS NOT = SPACES THEN
               UNSTRING BENCH-ARGUMENTS DELIMITED BY ALL SPACE
                   INTO BENCH-WORD GAME-INPUT-PATH
               END-UNSTRING
               IF BENCH-WORD = "BENCH"
               AND GAME-INPUT-PATH NOT = SPACES THEN
                   MOVE 1 TO GAME-INPUT-MODE
                   DISPLAY "Bench replay of " GAME-INPUT-PATH
               ELSE
                   MOVE SPACES TO GAME-INPUT-PATH
               END-IF
           END-IF.

      *> a machine with no data set gets the wizard, not a pile of
      *> silent defaults; checked before anything tries to read or
      *> rotate files that aren't there.
      *> below read the fresh copy. Per-cabinet columns survive the
      *> pull; an unreachable master changes nothing.
           CALL "PullCentralConfig".
      *> the player master rides the same pull; load it before the
      *> first sign-in reads a balance or a rating.
           CALL "ApplyPlayerMaster".

           CALL "LoadGameConfig" USING
              BY REFERENCE GAME
              BY REFERENCE KEY-BINDINGS
           END-CALL.

           CALL "LoadCashParams" USING
              BY REFERENCE DEFAULT-COIN-VALUE
              BY REFERENCE SHORTFALL-TOLERANCE
           END-CALL.

           CALL "LoadCoinChannels" USING
              BY REFERENCE COIN-CHANNEL-COUNT
              BY REFERENCE COIN-CHANNEL-TABLE
           END-CALL.

      *> a combo cabinet's selector banks coins while no game is
      *> up; pick them up. A single-game cabinet finds an empty
      *> bank and nothing changes.
              BY REFERENCE CHECKPOINT-VALID-FLAG
              BY REFERENCE CHECKPOINT-SCORE
              BY REFERENCE CHECKPOINT-TWO-PLAYER
              BY REFERENCE CHECKPOINT-MATCH-NUMBER
           END-CALL.

           CALL "ValidateConfig" USING
              BY REFERENCE GAME-LOG-RETAIN
           END-CALL.

      *> then see what is left on the card: a budget group close to
      *> full goes on the maintenance book before a match can fail
      *> to write.
           CALL "CheckDataCapacity".

      *> any saved bracket is a Friday night interrupted by a power
      *> cycle -- even one whose final is decided still owes the room
      *> its champion card and close-out, so pick it back up either
           PERFORM CHECK_FULLSCREEN_TOGGLE.
           PERFORM CHECK_VOLUME_CONTROL.
           PERFORM CHECK_COIN_SWITCH.
           PERFORM COUNT_CONTROL_WEAR.
           PERFORM CHECK_RENTAL_CLOCK.
           PERFORM CHECK_MEMBER_PRICE.
           PERFORM CHECK_ACCOUNT_LIMITS.
           PERFORM SET-FUNDS-FLAG.
           PERFORM CHECK_REMAP_TOGGLE.
           PERFORM CHECK_DEBUG_TOGGLE.
                   PERFORM UPDATE_VOUCHER_ENTRY
               WHEN 19
                   PERFORM UPDATE_PROVISION_WIZARD
               WHEN 20
                   PERFORM UPDATE_OPERATOR_SIGNON
               WHEN 21
                   PERFORM UPDATE_MEMBER_ENTRY
               WHEN 22
                   PERFORM UPDATE_REPORT_VIEWER
               WHEN OTHER
                   PERFORM UPDATE_ATTRACT
           END-EVALUATE.
               END-IF
           END-IF.

      *> a bench replay that reaches the end of its recording has
      *> not reproduced the fault; say where the game stood.
           IF GAME-INPUT-MODE = 2 THEN
               DISPLAY "Bench replay complete: state " GAME-STATE
                   ", score " PLAYER-SCORE "-" ENEMY-SCORE
               MOVE 256 TO UPDATE-EXIT-CODE
           END-IF.

           IF UPDATE-EXIT-CODE = 256 THEN
               DISPLAY "Exit"


               IF GAME-STATE = 8 AND HISCORE-RECORDED-FLAG = 0 THEN
                   MOVE PLAYER-SCORE TO HISCORE-POSTING-VALUE
                   PERFORM SET-POSTING-HEAD-START
                   CALL "WriteHiScore" USING
                       BY REFERENCE PLAYER-INITIALS
                       BY REFERENCE HISCORE-POSTING-VALUE
                       BY REFERENCE GAME-CABINET-ID
                       BY REFERENCE POSTING-GAME-KIND
                       BY REFERENCE MATCH-NUMBER
                       BY REFERENCE POSTING-HEAD-START
                       BY REFERENCE POSTING-ASSIST-FLAG
                   END-CALL
                   MOVE 1 TO HISCORE-RECORDED-FLAG
      *> the finished rally deserves the same courtesy as the score:
               MOVE CABINET-P1-UP TO KB-P1-UP-SCANCODE
               MOVE CABINET-P1-DOWN TO KB-P1-DOWN-SCANCODE

      *> presses still banked go to the wear file before the
      *> bindings they were counted against can change.
               MOVE "F" TO WEAR-ACTION
               CALL "CountControlWear" USING
                   BY REFERENCE WEAR-ACTION
                   BY REFERENCE GAME
                   BY REFERENCE KEY-BINDINGS
               END-CALL

      *> unspent credits go back to the shared bank for the
      *> selector (or the next boot) to pick up.
               CALL "SaveCreditBank" USING
                   BY REFERENCE VARIANT-MODE
                   BY REFERENCE SESSION-TIMED-FLAG
                   BY REFERENCE ACTIVE-PRESET-NAME
                   BY REFERENCE MATCH-NUMBER
               END-CALL

               IF GAME-HAPTIC-PTR NOT = NULL THEN
      *> shrinking-paddle variant: a side's own lead costs it paddle
      *> face, floor 12 pixels so nobody ends up defending with a
      *> sliver they can't see. RESET-MATCH restores full height.
           IF GAME-ASSIST-MODE > 0 THEN
               MOVE 48 TO PLAYER-FULL-H
           ELSE
               MOVE 32 TO PLAYER-FULL-H
           END-IF.
           MOVE PLAYER-FULL-H TO PLAYER-H.

           IF VARIANT-MODE = 2 THEN
               COMPUTE PLAYER-H = PLAYER-FULL-H - PLAYER-SCORE * 2
               IF PLAYER-H < 12 THEN
                   MOVE 12 TO PLAYER-H
               END-IF
               IF ENEMY-H < 12 THEN
                   MOVE 12 TO ENEMY-H
               END-IF
      *> the partner paddle shrinks from the classic face; only
      *> player 1's own paddle carries the assist height.
               COMPUTE PLAYER2-H = 32 - PLAYER-SCORE * 2
               IF PLAYER2-H < 12 THEN
                   MOVE 12 TO PLAYER2-H
               END-IF
               MOVE ENEMY-H TO ENEMY2-H
           END-IF.

                BY REFERENCE MAXSPEED-RALLY-FLAG
                BY REFERENCE VARIANT-MODE
                BY REFERENCE RALLY-HITS-OUT
                BY REFERENCE MATCH-NUMBER
           END-CALL.

      *> the punch-card paying out deserves its moment on screen.
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           PERFORM DRAW-HANDICAP-NOTE.

      *> a rally just ended if the score total moved while the match
      *> is still live -- snapshot it so a power cut resumes here.
      *> doubles matches aren't checkpointed either -- the resume
      *> the waiting list -- the match pauses on the entry screen
      *> for the few seconds three letters take and resumes where
      *> it stood, which beats the shoving match at the end card.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-TOURNAMENT-SCANCODE
               BY REFERENCE QUEUE-KEY-STATE
           END-CALL.

           IF QUEUE-KEY-STATE > 0
               END-IF
               IF TOURN-MATCH-IN-PLAY > 0
               OR RATED-MATCH-FLAG = 1 THEN
                   PERFORM RESOLVE-RATED-KEYS
                   EVALUATE HANDICAP-SIDE
                       WHEN "R"
                           MOVE "W" TO HANDICAP-RESULT-SIDE
                       WHEN "L"
                           MOVE "L" TO HANDICAP-RESULT-SIDE
                       WHEN OTHER
                           MOVE SPACE TO HANDICAP-RESULT-SIDE
                   END-EVALUATE
                   IF GAME-ASSIST-MODE > 0 THEN
                       MOVE "L" TO RATING-ASSIST-SIDE
                   ELSE
                       MOVE SPACE TO RATING-ASSIST-SIDE
                   END-IF
                   CALL "UpdatePlayerRating" USING
                       BY REFERENCE RIGHT-PLAYER-KEY
                       BY REFERENCE LEFT-PLAYER-KEY
                       BY REFERENCE MATCH-NUMBER
                       BY REFERENCE HANDICAP-RESULT-SIDE
                       BY REFERENCE HANDICAP-GAMES
                       BY REFERENCE RATING-ASSIST-SIDE
                   END-CALL
                   PERFORM REFRESH-RATING-LEADER
                   PERFORM SNAPSHOT-PRIOR-CROWN
                   CALL "UpdateCrown" USING
                       BY REFERENCE RIGHT-INITIALS
                       BY REFERENCE CROWN-HOLDER
                       BY REFERENCE CROWN-CHANGED-FLAG
                   END-CALL
                   PERFORM NOTE-CROWN-CHANGE
                   MOVE RIGHT-INITIALS TO LEAGUE-WINNER-INITIALS
                   MOVE LEFT-INITIALS TO LEAGUE-LOSER-INITIALS
                   MOVE ENEMY-SCORE TO LEAGUE-WINNER-GAMES
                   MOVE PLAYER-SCORE TO LEAGUE-LOSER-GAMES
                   PERFORM TAG-LEAGUE-MATCH
               END-IF
               IF CHALLENGE-ACTIVE-FLAG = 1 THEN
                   MOVE 0 TO CHALLENGE-WON-FLAG
      *> match back": the run resumes at set point against with
      *> the player's points intact. Once it expires, the same key
      *> falls through to the full fresh-match reset.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RESTART-SCANCODE
               BY REFERENCE RESTART-KEY-STATE
           END-CALL.

           IF RESTART-KEY-STATE > 0
               END-IF
               IF TOURN-MATCH-IN-PLAY > 0
               OR RATED-MATCH-FLAG = 1 THEN
                   PERFORM RESOLVE-RATED-KEYS
                   EVALUATE HANDICAP-SIDE
                       WHEN "L"
                           MOVE "W" TO HANDICAP-RESULT-SIDE
                       WHEN "R"
                           MOVE "L" TO HANDICAP-RESULT-SIDE
                       WHEN OTHER
                           MOVE SPACE TO HANDICAP-RESULT-SIDE
                   END-EVALUATE
                   IF GAME-ASSIST-MODE > 0 THEN
                       MOVE "W" TO RATING-ASSIST-SIDE
                   ELSE
                       MOVE SPACE TO RATING-ASSIST-SIDE
                   END-IF
                   CALL "UpdatePlayerRating" USING
                       BY REFERENCE LEFT-PLAYER-KEY
                       BY REFERENCE RIGHT-PLAYER-KEY
                       BY REFERENCE MATCH-NUMBER
                       BY REFERENCE HANDICAP-RESULT-SIDE
                       BY REFERENCE HANDICAP-GAMES
                       BY REFERENCE RATING-ASSIST-SIDE
                   END-CALL
                   PERFORM REFRESH-RATING-LEADER
                   PERFORM SNAPSHOT-PRIOR-CROWN
                   CALL "UpdateCrown" USING
                       BY REFERENCE LEFT-INITIALS
                       BY REFERENCE CROWN-HOLDER
                       BY REFERENCE CROWN-CHANGED-FLAG
                   END-CALL
                   PERFORM NOTE-CROWN-CHANGE
                   MOVE LEFT-INITIALS TO LEAGUE-WINNER-INITIALS
                   MOVE RIGHT-INITIALS TO LEAGUE-LOSER-INITIALS
                   MOVE PLAYER-SCORE TO LEAGUE-WINNER-GAMES
                   MOVE ENEMY-SCORE TO LEAGUE-LOSER-GAMES
                   PERFORM TAG-LEAGUE-MATCH
               END-IF
               IF CHALLENGE-ACTIVE-FLAG = 1 THEN
                   MOVE 1 TO CHALLENGE-WON-FLAG
      *> slot can see it.
           IF PRICE-RULE-ID > 0 THEN
               MOVE SPACES TO PRICE-BANNER-TEXT
      *> a member's price runs as long as the membership does.
               EVALUATE TRUE
                   WHEN PRICE-RULE-ID > 90 AND PRICE-FREE-FLAG = 1
                       STRING "MEMBER FREE PLAY  " MEMBERSHIP-FREE-LEFT
                           " LEFT TODAY"
                           DELIMITED BY SIZE INTO PRICE-BANNER-TEXT
                       END-STRING
                   WHEN PRICE-RULE-ID > 90
                       STRING "MEMBER " PRICE-CREDITS-PER-COIN
                           " CREDITS PER COIN"
                           DELIMITED BY SIZE INTO PRICE-BANNER-TEXT
                       END-STRING
                   WHEN PRICE-FREE-FLAG = 1
                       STRING "FREE PLAY UNTIL " PRICE-UNTIL
                           DELIMITED BY SIZE INTO PRICE-BANNER-TEXT
                       END-STRING
                   WHEN OTHER
                       STRING PRICE-CREDITS-PER-COIN
                           " CREDITS PER COIN UNTIL " PRICE-UNTIL
                           DELIMITED BY SIZE INTO PRICE-BANNER-TEXT
                       END-STRING
               END-EVALUATE
               CALL "DrawText" USING
                    BY REFERENCE GAME
                    BY REFERENCE PRICE-BANNER-TEXT
      *> seconds.
           IF ACCOUNT-ACTIVE-FLAG = 1 THEN
               MOVE SPACES TO ACCOUNT-LINE-TEXT
      *> a reached limit stays on the line all day, not just for
      *> the few seconds the message shows.
               EVALUATE ACCOUNT-LIMIT-HIT
                   WHEN "S"
                       STRING "ACCT " ACCOUNT-INITIALS
                           "  BAL " ACCOUNT-BALANCE
                           "  SPEND LIMIT"
                           DELIMITED BY SIZE INTO ACCOUNT-LINE-TEXT
                       END-STRING
                   WHEN "M"
                       STRING "ACCT " ACCOUNT-INITIALS
                           "  BAL " ACCOUNT-BALANCE
                           "  TIME LIMIT"
                           DELIMITED BY SIZE INTO ACCOUNT-LINE-TEXT
                       END-STRING
                   WHEN OTHER
                       STRING "ACCT " ACCOUNT-INITIALS
                           "  BAL " ACCOUNT-BALANCE
                           DELIMITED BY SIZE INTO ACCOUNT-LINE-TEXT
                       END-STRING
               END-EVALUATE
               CALL "DrawText" USING
                    BY REFERENCE GAME
                    BY REFERENCE ACCOUNT-LINE-TEXT
               END-CALL
           END-IF.

           IF MEMBER-SIGNED-IN-FLAG = 1
           AND ACCOUNT-ACTIVE-FLAG = 0 THEN
               MOVE SPACES TO MEMBER-LINE-TEXT
               STRING "MEMBER " MEMBER-NUMBER
                   "  " MEMBER-INITIALS
                   DELIMITED BY SIZE INTO MEMBER-LINE-TEXT
               END-STRING
               CALL "DrawText" USING
                    BY REFERENCE GAME
                    BY REFERENCE MEMBER-LINE-TEXT
                    BY REFERENCE LENGTH OF MEMBER-LINE-TEXT
                    BY REFERENCE 320
                    BY REFERENCE 60
                    BY REFERENCE 16
                    BY REFERENCE DEFAULT-FONT-PATH
               END-CALL
           END-IF.

           PERFORM DRAW-RENTAL-CLOCK.

      *> the armed event's own banner line tops the screen.

      *> who holds the cabinet against all comers.
           IF CROWN-HOLDER NOT = SPACES THEN
               MOVE SPACES TO PUBLIC-NAME-KEY
               MOVE CROWN-HOLDER TO PUBLIC-NAME-IN
               PERFORM ASK-PUBLIC-NAME
               MOVE SPACES TO CROWN-BANNER-TEXT
               STRING "KING: " PUBLIC-NAME-SHOWN " - "
                   CROWN-STREAK " STRAIGHT"
                   DELIMITED BY SIZE INTO CROWN-BANNER-TEXT
               END-STRING
               END-CALL
           END-IF.

           IF GAME-ASSIST-MODE NOT = 0 THEN
               IF GAME-ASSIST-MODE = 2 THEN
                   MOVE "ASSIST - ONE BUTTON" TO ASSIST-NAME-TEXT
               ELSE
                   MOVE "ASSIST" TO ASSIST-NAME-TEXT
               END-IF
               CALL "DrawText" USING
                    BY REFERENCE GAME
                    BY REFERENCE ASSIST-NAME-TEXT
                    BY REFERENCE LENGTH OF ASSIST-NAME-TEXT
                    BY REFERENCE 320
                    BY REFERENCE 162
                    BY REFERENCE 16
                    BY REFERENCE DEFAULT-FONT-PATH
               END-CALL
           END-IF.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE LANG-VARIANT-PROMPT-TEXT
           PERFORM CHECK_RESUME_KEY.
           PERFORM CHECK_DOUBLES_TOGGLE.
           PERFORM CHECK_VARIANT_TOGGLE.
           PERFORM CHECK_ASSIST_TOGGLE.
           PERFORM CHECK_TOURNAMENT_KEY.
           PERFORM CHECK_BROWSER_OPEN_KEY.
           PERFORM CHECK_LADDER_KEY.
           PERFORM CHECK_ACCOUNT_KEY.
           PERFORM CHECK_MEMBER_KEY.
           PERFORM CHECK_VOUCHER_KEY.
           PERFORM CHECK_SERVICE_KEY.

               MOVE GAME-DOUBLES-FLAG TO PRE-ATTRACT-DOUBLES-FLAG
               MOVE 0 TO GAME-TWO-PLAYER-FLAG
               MOVE 0 TO GAME-DOUBLES-FLAG
      *> assist is a walk-up's own choice; an idle cabinet drops it
      *> so the next stranger starts unassisted.
               MOVE 0 TO GAME-ASSIST-MODE
               MOVE 0 TO TITLE-IDLE-TIME
               PERFORM REFRESH-ATTRACT-BOARDS
               MOVE 7 TO GAME-STATE
           END-IF.
       MOUSE-TITLE-MENU.
                   COMPUTE BALL2-POS-Y = GAME-HEIGHT / 2
                   COMPUTE BALL2-SPEED-X = -1 * SETTINGS-BALL-SPEED
                   MOVE SETTINGS-BALL-SPEED TO BALL2-SPEED-Y
      *> assist eases the second ball the way UpdateBall eases
      *> the first: three quarters of the serve speed.
                   IF GAME-ASSIST-MODE > 0 THEN
                       COMPUTE BALL2-SPEED-X = BALL2-SPEED-X * 0.75
                       COMPUTE BALL2-SPEED-Y = BALL2-SPEED-Y * 0.75
                   END-IF
                   MOVE 1 TO BALL2-ACTIVE-FLAG
                   MOVE 1 TO BALL2-SPAWNED-FLAG
               END-IF
       CHECK_PRACTICE_KEY.
      *> the left arrow on the title screen buys a practice session
      *> -- training costs a credit like anything else on the floor.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-LEFT-SCANCODE
               BY REFERENCE PRACTICE-KEY-STATE
           END-CALL.

           IF PRACTICE-KEY-STATE > 0

           PERFORM SPEND-START-CREDIT.

      *> a drill never passes through RESET-MATCH, so its number is
      *> spent here rather than held for the next reset.
           PERFORM TAKE-MATCH-NUMBER.
           MOVE 0 TO MATCH-NUMBER-HELD-FLAG.
           MOVE "MATCHSTART" TO AUDIT-EVENT-CODE.
           MOVE "Practice drill session started"
               TO AUDIT-EVENT-TEXT.

           PERFORM CHECK_DRILL_SKIP.
       CHECK_PRACTICE_EXIT.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RESTART-SCANCODE
               BY REFERENCE RESTART-KEY-STATE
           END-CALL.

           IF RESTART-KEY-STATE > 0
       CHECK_DRILL_SKIP.
      *> the right arrow steps to the next drill in the file; past
      *> the last one it wraps back to drill 1 so coaches can cycle.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RIGHT-SCANCODE
               BY REFERENCE DRILL-SKIP-KEY-STATE
           END-CALL.

           IF DRILL-SKIP-KEY-STATE > 0
      *> P2 up on the title screen flips doubles on and off; the
      *> resume key already took P1 up, and P2's hands are exactly
      *> whose mode this is.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P2-UP-SCANCODE
               BY REFERENCE DOUBLES-KEY-STATE
           END-CALL.

           IF DOUBLES-KEY-STATE > 0
           MOVE DOUBLES-KEY-STATE TO DOUBLES-KEY-PREV-STATE.
       CHECK_VARIANT_TOGGLE.
      *> P2 down on the title screen cycles the rule set.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P2-DOWN-SCANCODE
               BY REFERENCE VARIANT-KEY-STATE
           END-CALL.

           IF VARIANT-KEY-STATE > 0
           END-IF.

           MOVE VARIANT-KEY-STATE TO VARIANT-KEY-PREV-STATE.
       CHECK_ASSIST_TOGGLE.
      *> the assist key on the title screen cycles assist mode: off,
      *> assist, assist with one-button control. With a profile on
      *> the session the choice is the player's and goes to their
      *> record, the same way a rebind does.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-ASSIST-SCANCODE
               BY REFERENCE ASSIST-KEY-STATE
           END-CALL.

           IF ASSIST-KEY-STATE > 0
           AND ASSIST-KEY-PREV-STATE = 0 THEN
               ADD 1 TO GAME-ASSIST-MODE
               IF GAME-ASSIST-MODE > 2 THEN
                   MOVE 0 TO GAME-ASSIST-MODE
               END-IF
               IF PROFILE-ACTIVE-FLAG = 1 THEN
                   MOVE GAME-ASSIST-MODE TO PROFILE-ASSIST
                   CALL "SavePlayerProfile" USING
                       BY REFERENCE PLAYER-PROFILE
                   END-CALL
               END-IF
               MOVE 0 TO TITLE-IDLE-TIME
           END-IF.

           MOVE ASSIST-KEY-STATE TO ASSIST-KEY-PREV-STATE.
       CHECK_TITLE_START.
      *> edge-triggered now that starting costs money: a start key
      *> still held from the attract demo (or anywhere else) must be
      *> released and pressed again before it can spend a credit.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RESTART-SCANCODE
               BY REFERENCE RESTART-KEY-STATE
           END-CALL.

           IF ((RESTART-KEY-STATE > 0
               IF CHECKPOINT-VALID-FLAG = 1 THEN
                   PERFORM CLEAR-MATCH-CHECKPOINT
               END-IF
               PERFORM TAKE-MATCH-NUMBER
               MOVE "MATCHSTART" TO AUDIT-EVENT-CODE
               MOVE "Paid match started from title"
                   TO AUDIT-EVENT-TEXT
      *> up at its saved score; no fresh credit -- that match was
      *> already paid for when the power died.
           IF CHECKPOINT-VALID-FLAG = 1 THEN
               CALL "CheckFrameKey" USING
                   BY REFERENCE GAME
                   BY REFERENCE KB-P1-UP-SCANCODE
                   BY REFERENCE RESUME-KEY-STATE
               END-CALL

               IF RESUME-KEY-STATE > 0
      *> wins. Re-arm the recorder clean.
                   MOVE 0 TO REPLAY-FRAME-COUNT
                   MOVE 0 TO REPLAY-WRITTEN-FLAG
      *> the match keeps the number it was interrupted under; a
      *> snapshot from before the number was saved gets a new one.
                   MOVE CHECKPOINT-MATCH-NUMBER TO MATCH-NUMBER
                   MOVE 0 TO MATCH-NUMBER-HELD-FLAG
                   IF MATCH-NUMBER = 0 THEN
                       PERFORM TAKE-MATCH-NUMBER
                       MOVE 0 TO MATCH-NUMBER-HELD-FLAG
                   END-IF
                   MOVE "MATCHSTART" TO AUDIT-EVENT-CODE
                   MOVE "Interrupted match resumed"
                       TO AUDIT-EVENT-TEXT
                BY REFERENCE MAXSPEED-RALLY-FLAG
                BY REFERENCE VARIANT-ZERO
                BY REFERENCE RALLY-HITS-OUT
                BY REFERENCE MATCH-NUMBER
           END-CALL.

      *> a scored-out match during the demo just serves again instead
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           PERFORM DRAW-ATTRACT-BOARD.
           PERFORM DRAW-ANNOUNCE-TICKER.

           PERFORM CHECK_ATTRACT_EXIT.
       REFRESH-ATTRACT-BOARDS.
           CALL "LoadLeaderboards" USING
              BY REFERENCE "P"
              BY REFERENCE ATTRACT-BOARDS
           END-CALL.

           MOVE 0 TO BOARD-CYCLE-TIME.
           MOVE 0 TO BOARD-PAGE.
           IF HOUSE-BOARD-COUNT = 0 THEN
               MOVE 1 TO BOARD-PAGE
           END-IF.
       DRAW-ATTRACT-BOARD.
           IF HOUSE-BOARD-COUNT = 0 AND FLEET-BOARD-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD DELTA-TIME TO BOARD-CYCLE-TIME.
           IF BOARD-CYCLE-TIME > BOARD-CYCLE-SECONDS THEN
               MOVE 0 TO BOARD-CYCLE-TIME
               PERFORM NEXT-ATTRACT-BOARD-PAGE
           END-IF.

           IF BOARD-PAGE = 0 THEN
               MOVE "HOUSE TOP 5" TO BOARD-TITLE-TEXT
               MOVE 1 TO BOARD-ROW-FIRST
               MOVE HOUSE-BOARD-COUNT TO BOARD-ROW-LAST
           ELSE
      *> players at one bar see who is beating them across town.
               MOVE SPACES TO BOARD-TITLE-TEXT
               STRING "FLEET TOP 25  " FLEET-BOARD-SEASON
                   DELIMITED BY SIZE INTO BOARD-TITLE-TEXT
               END-STRING
               COMPUTE BOARD-ROW-FIRST = (BOARD-PAGE - 1) * 5 + 1
               COMPUTE BOARD-ROW-LAST = BOARD-PAGE * 5
               IF BOARD-ROW-LAST > FLEET-BOARD-COUNT THEN
                   MOVE FLEET-BOARD-COUNT TO BOARD-ROW-LAST
               END-IF
           END-IF.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE BOARD-TITLE-TEXT
                BY REFERENCE LENGTH OF BOARD-TITLE-TEXT
                BY REFERENCE 320
                BY REFERENCE 330
                BY REFERENCE 18
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           PERFORM VARYING BOARD-ROW-IDX FROM BOARD-ROW-FIRST BY 1
               UNTIL BOARD-ROW-IDX > BOARD-ROW-LAST
               PERFORM DRAW-ATTRACT-BOARD-LINE
           END-PERFORM.
       NEXT-ATTRACT-BOARD-PAGE.
      *> the house page, then as many fleet pages as have places,
      *> then round again; an empty house board is skipped.
           ADD 1 TO BOARD-PAGE.
           IF BOARD-PAGE > 5 THEN
               MOVE 0 TO BOARD-PAGE
           ELSE
               IF (BOARD-PAGE - 1) * 5 >= FLEET-BOARD-COUNT THEN
                   MOVE 0 TO BOARD-PAGE
               END-IF
           END-IF.

           IF BOARD-PAGE = 0 AND HOUSE-BOARD-COUNT = 0 THEN
               MOVE 1 TO BOARD-PAGE
           END-IF.
       DRAW-ATTRACT-BOARD-LINE.
      *> the boards face the room: a player who asked not to be
      *> shown is masked like everywhere else.
           MOVE SPACES TO PUBLIC-NAME-KEY.
           IF BOARD-PAGE = 0 THEN
               MOVE HB-INITIALS (BOARD-ROW-IDX) TO PUBLIC-NAME-IN
           ELSE
               MOVE FR-INITIALS (BOARD-ROW-IDX) TO PUBLIC-NAME-IN
           END-IF.
           PERFORM ASK-PUBLIC-NAME.

           MOVE SPACES TO BOARD-LINE-TEXT.
           IF BOARD-PAGE = 0 THEN
               STRING BOARD-ROW-IDX ". "
                   PUBLIC-NAME-SHOWN "  "
                   HB-SCORE (BOARD-ROW-IDX)
                   DELIMITED BY SIZE INTO BOARD-LINE-TEXT
               END-STRING
               IF HB-ASSIST-FLAG (BOARD-ROW-IDX) = "A" THEN
                   MOVE "ASSISTED" TO BOARD-LINE-TEXT (16:8)
               END-IF
           ELSE
               STRING BOARD-ROW-IDX ". "
                   PUBLIC-NAME-SHOWN "  "
                   FR-SCORE (BOARD-ROW-IDX) "  "
                   FR-SITE-NAME (BOARD-ROW-IDX) " "
                   FR-CABINET-ID (BOARD-ROW-IDX)
                   DELIMITED BY SIZE INTO BOARD-LINE-TEXT
               END-STRING
               IF FR-ASSIST-FLAG (BOARD-ROW-IDX) = "A" THEN
                   MOVE "ASSISTED" TO BOARD-LINE-TEXT (48:8)
               END-IF
           END-IF.

           COMPUTE BOARD-LINE-Y =
               330 + (BOARD-ROW-IDX - BOARD-ROW-FIRST + 1) * 20.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE BOARD-LINE-TEXT
                BY REFERENCE LENGTH OF BOARD-LINE-TEXT
                BY REFERENCE 320
                BY REFERENCE BOARD-LINE-Y
                BY REFERENCE 14
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.
       DRAW-ANNOUNCE-TICKER.
           IF TICKER-COUNT = 0 THEN
               EXIT PARAGRAPH
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.
       CHECK_ATTRACT_EXIT.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RESTART-SCANCODE
               BY REFERENCE ATTRACT-EXIT-KEY-STATE
           END-CALL.

           IF ATTRACT-EXIT-KEY-STATE > 0 THEN

           IF TICKER-TODAY-YMD NOT = DAILY-LOADED-DATE THEN
               MOVE TICKER-TODAY-YMD TO DAILY-LOADED-DATE
               MOVE 0 TO BOOKING-DONE-COUNT
               CALL "LoadDailyChallenge" USING
                   BY REFERENCE DAILY-CHALLENGE-ID
                   BY REFERENCE DAILY-CHALLENGE-TYPE
                   BY REFERENCE DAILY-CHALLENGE-TEXT
                   BY REFERENCE DAILY-DONE-FLAG
               END-CALL
               CALL "LoadLeagueNight" USING
                   BY REFERENCE TICKER-TODAY-YMD
                   BY REFERENCE LEAGUE-NIGHT-COUNT
                   BY REFERENCE LEAGUE-NIGHT-TABLE
               END-CALL
           END-IF.

      *> the price of a coin moves on the same clock the doors do.
           PERFORM REFRESH-PRICING.

      *> a consent changed at the counter reaches the banners within
      *> the half minute; the leader is re-read so its name is
      *> judged afresh too.
           MOVE "R" TO PUBLIC-NAME-ACTION.
           MOVE SPACES TO PUBLIC-NAME-KEY.
           MOVE SPACES TO PUBLIC-NAME-IN.
           PERFORM ASK-PUBLIC-NAME.
           PERFORM REFRESH-RATING-LEADER.

      *> a private hire arms and disarms ahead of the sleep check,
      *> so a hire's schedule override wakes a closed cabinet on
      *> this same poll.
           PERFORM CHECK-BOOKINGS.

           IF SCHEDULE-OPEN-FLAG = 0
           AND SCHEDULE-OVERRIDE-FLAG = 0
                       PERFORM WAKE-FROM-SLEEP
                   END-IF
               WHEN 3
      *> maintenance means the operator menu, reached the same way
      *> the service button reaches it -- whoever is standing at
      *> the cabinet still signs on before any row opens.
                   PERFORM BEGIN-OPERATOR-SIGNON
               WHEN 4
      *> the feed is a whole program with its own socket; drop the
      *> marker the idle-time job scheduler honors.
      *> reload: pull what head office staged and read the whole
      *> config set back in, no reboot needed.
                   CALL "PullCentralConfig"
                   CALL "ApplyPlayerMaster"
                   CALL "LoadGameConfig" USING
                       BY REFERENCE GAME
                   END-CALL
               END-IF
           END-IF.

      *> a bracket name carries no key, so it is judged by its
      *> initials alone; the rated captains and a player against
      *> the machine are judged by their own player key.
           MOVE SPACES TO PUBLIC-NAME-KEY.
           IF TOURN-MATCH-IN-PLAY = 0 THEN
               IF RATED-MATCH-FLAG = 1 THEN
                   MOVE LEFT-PLAYER-KEY TO PUBLIC-NAME-KEY
               ELSE
                   MOVE PLAYER-KEY TO PUBLIC-NAME-KEY
               END-IF
           END-IF.
           MOVE FEED-LEFT-INITIALS TO PUBLIC-NAME-IN.
           PERFORM ASK-PUBLIC-NAME.
           MOVE PUBLIC-NAME-SHOWN TO FEED-LEFT-INITIALS.

           MOVE SPACES TO PUBLIC-NAME-KEY.
           IF TOURN-MATCH-IN-PLAY = 0 AND RATED-MATCH-FLAG = 1 THEN
               MOVE RIGHT-PLAYER-KEY TO PUBLIC-NAME-KEY
           END-IF.
           IF FEED-RIGHT-INITIALS NOT = "CPU" THEN
               MOVE FEED-RIGHT-INITIALS TO PUBLIC-NAME-IN
               PERFORM ASK-PUBLIC-NAME
               MOVE PUBLIC-NAME-SHOWN TO FEED-RIGHT-INITIALS
           END-IF.

           CALL "SendMatchFeed" USING
               BY REFERENCE GAME
               BY REFERENCE MATCH-SCORE
           END-CALL.
       CHECK_MOUSE_BUTTONS.
      *> any button counts as the click -- trackball refits wire
      *> their one button to whatever SDL reports first. Position
      *> and buttons are the frame's, as PrepareUpdateGame took
      *> them down.
           MOVE FI-MOUSE-X TO MOUSE-POS-X.
           MOVE FI-MOUSE-Y TO MOUSE-POS-Y.
           MOVE FI-MOUSE-BUTTONS TO MOUSE-BUTTON-MASK.

      *> the report is in window pixels; everything downstream --
      *> the click point AND the row math in the service menu --
               END-CALL
           END-IF.
       CHECK_PAUSE_TOGGLE.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-PAUSE-SCANCODE
               BY REFERENCE PAUSE-KEY-STATE
           END-CALL.

           IF PAUSE-KEY-STATE > 0 AND PAUSE-KEY-PREV-STATE = 0 THEN

           MOVE PAUSE-KEY-STATE TO PAUSE-KEY-PREV-STATE.
       CHECK_FULLSCREEN_TOGGLE.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-FULLSCREEN-SCANCODE
               BY REFERENCE FULLSCREEN-KEY-STATE
           END-CALL.

           IF FULLSCREEN-KEY-STATE > 0

           MOVE FULLSCREEN-KEY-STATE TO FULLSCREEN-KEY-PREV-STATE.
       CHECK_VOLUME_CONTROL.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-VOLUME-UP-SCANCODE
               BY REFERENCE VOLUME-UP-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-VOLUME-DOWN-SCANCODE
               BY REFERENCE VOLUME-DOWN-KEY-STATE
           END-CALL.

           IF VOLUME-UP-KEY-STATE > 0 AND VOLUME-UP-PREV-STATE = 0 THEN
               BY VALUE -1
               BY VALUE MIX-VOLUME-LEVEL
           END-CALL.
       COUNT_CONTROL_WEAR.
           MOVE "C" TO WEAR-ACTION.
           CALL "CountControlWear" USING
               BY REFERENCE WEAR-ACTION
               BY REFERENCE GAME
               BY REFERENCE KEY-BINDINGS
           END-CALL.
       CHECK_COIN_SWITCH.
      *> polled every frame in every state -- a coin dropped during a
      *> match or the attract demo still has to count. The ledger
      *> write happens on the press edge so one physical coin can't
      *> register twice however long the switch stays closed.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-COIN-SCANCODE
               BY REFERENCE COIN-KEY-STATE
           END-CALL.

           MOVE COIN-KEY-STATE TO COIN-ANY-STATE.
           PERFORM VARYING COIN-CHANNEL-IDX FROM 2 BY 1
               UNTIL COIN-CHANNEL-IDX > COIN-CHANNEL-COUNT
               MOVE 0 TO COIN-CHANNEL-STATE (COIN-CHANNEL-IDX)
               IF CC-SCANCODE (COIN-CHANNEL-IDX) > 0 THEN
                   MOVE CC-SCANCODE (COIN-CHANNEL-IDX)
                       TO COIN-CHANNEL-SCANCODE
                   CALL "CheckFrameKey" USING
                       BY REFERENCE GAME
                       BY REFERENCE COIN-CHANNEL-SCANCODE
                       BY REFERENCE
                           COIN-CHANNEL-STATE (COIN-CHANNEL-IDX)
                   END-CALL
               END-IF
               IF COIN-CHANNEL-STATE (COIN-CHANNEL-IDX) > 0 THEN
                   MOVE 1 TO COIN-ANY-STATE
               END-IF
           END-PERFORM.

      *> jam watch: a real coin closes the switch for a frame or
      *> two; seconds on end is a stuck switch feeding phantom
      *> edges. Log it once, shut the coin path off, and re-open
      *> it only after the switch has read open for a while --
      *> the incident stays on the book for the tech either way.
      *> Any channel held closed jams the whole acceptor.
           IF COIN-ANY-STATE > 0 THEN
               ADD DELTA-TIME TO COIN-HELD-TIME
               MOVE 0 TO COIN-OPEN-TIME
           ELSE

           IF COIN-KEY-STATE > 0 AND COIN-KEY-PREV-STATE = 0
           AND COIN-DISABLED-FLAG = 0 THEN
               MOVE 1 TO COIN-EVENT-CHANNEL
               PERFORM ACCEPT-CHANNEL-COIN
           END-IF.

           PERFORM VARYING COIN-CHANNEL-IDX FROM 2 BY 1
               UNTIL COIN-CHANNEL-IDX > COIN-CHANNEL-COUNT
               IF COIN-CHANNEL-STATE (COIN-CHANNEL-IDX) > 0
               AND COIN-CHANNEL-PREV-STATE (COIN-CHANNEL-IDX) = 0
               AND COIN-DISABLED-FLAG = 0 THEN
                   MOVE COIN-CHANNEL-IDX TO COIN-EVENT-CHANNEL
                   PERFORM ACCEPT-CHANNEL-COIN
               END-IF
               MOVE COIN-CHANNEL-STATE (COIN-CHANNEL-IDX)
                   TO COIN-CHANNEL-PREV-STATE (COIN-CHANNEL-IDX)
           END-PERFORM.

           MOVE COIN-KEY-STATE TO COIN-KEY-PREV-STATE.
       ACCEPT-CHANNEL-COIN.
      *> the active pricing window says what a default coin buys;
      *> a coin worth twice that buys twice the credits. The ledger
      *> records the rule, the channel and the coin's value so the
      *> coin report can break revenue down by window and count it
      *> in money.
           COMPUTE COIN-CHANNEL-CREDITS =
               PRICE-CREDITS-PER-COIN
               * CC-VALUE (COIN-EVENT-CHANNEL) / DEFAULT-COIN-VALUE.
           IF COIN-CHANNEL-CREDITS = 0 THEN
               MOVE 1 TO COIN-CHANNEL-CREDITS
           END-IF.
           IF COIN-CHANNEL-CREDITS > 99 THEN
               MOVE 99 TO COIN-CHANNEL-CREDITS
           END-IF.

           COMPUTE CREDIT-COUNT =
               CREDIT-COUNT + COIN-CHANNEL-CREDITS
               ON SIZE ERROR
                   MOVE 99 TO CREDIT-COUNT
           END-COMPUTE.
           MOVE "CASH" TO COIN-EVENT-KIND.
           MOVE COIN-CHANNEL-CREDITS TO COIN-EVENT-CREDITS.
           MOVE PRICE-RULE-ID TO COIN-EVENT-RULE.
           CALL "WriteCoinEvent" USING
               BY REFERENCE COIN-EVENT-KIND
               BY REFERENCE COIN-EVENT-CREDITS
               BY REFERENCE COIN-EVENT-RULE
               BY REFERENCE COIN-EVENT-CHANNEL
               BY REFERENCE COIN-EVENT-VALUE
           END-CALL.
       CHECK_RENTAL_CLOCK.
           IF RENTAL-ACTIVE-FLAG = 0 THEN
               EXIT PARAGRAPH
                BY REFERENCE 16
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.
       CHECK_MEMBER_PRICE.
      *> a sign-in or sign-out changes the price at once rather than
      *> at the next half-minute poll.
           PERFORM SET-MEMBERSHIP-KEY.
           IF MEMBERSHIP-KEY NOT = PRICED-MEMBERSHIP-KEY THEN
               PERFORM REFRESH-PRICING
           END-IF.
       CHECK_ACCOUNT_LIMITS.
           IF ACCOUNT-ACTIVE-FLAG = 0 THEN
               MOVE SPACE TO ACCOUNT-LIMIT-HIT
               MOVE 0 TO ACCOUNT-PLAY-CLOCK
               EXIT PARAGRAPH
           END-IF.

      *> a signed-in account in a match is on the clock; the time
      *> is posted every half minute, and whatever is still on the
      *> clock when the account signs out is let go.
           MOVE "Q" TO ACCOUNT-LIMIT-ACTION.
           IF GAME-STATE = 0 THEN
               ADD DELTA-TIME TO ACCOUNT-PLAY-CLOCK
               IF ACCOUNT-PLAY-CLOCK >= 30 THEN
                   COMPUTE ACCOUNT-LIMIT-SECONDS = ACCOUNT-PLAY-CLOCK
                   SUBTRACT ACCOUNT-LIMIT-SECONDS
                       FROM ACCOUNT-PLAY-CLOCK
                   MOVE "M" TO ACCOUNT-LIMIT-ACTION
               END-IF
           END-IF.
           PERFORM ASK-ACCOUNT-LIMITS.

           IF ACCOUNT-LIMIT-HIT = SPACE THEN
               EXIT PARAGRAPH
           END-IF.

           IF ACCOUNT-LIMIT-HIT = ACCOUNT-LIMIT-NOTED-HIT
           AND ACCOUNT-KEY = ACCOUNT-LIMIT-NOTED-KEY THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-LIMIT-HIT TO ACCOUNT-LIMIT-NOTED-HIT.
           MOVE ACCOUNT-KEY TO ACCOUNT-LIMIT-NOTED-KEY.
           MOVE SPACES TO ACCOUNT-MSG-TEXT.
           MOVE SPACES TO AUDIT-EVENT-TEXT.
           IF ACCOUNT-LIMIT-HIT = "S" THEN
               MOVE "DAILY SPEND LIMIT REACHED" TO ACCOUNT-MSG-TEXT
               STRING "Account " ACCOUNT-INITIALS " ("
                   ACCOUNT-KEY ") reached daily spend limit: "
                   ACCOUNT-SPENT-TODAY " of " ACCOUNT-SPEND-CAP
                   " credits"
                   DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
               END-STRING
           ELSE
               MOVE "DAILY PLAY TIME LIMIT REACHED"
                   TO ACCOUNT-MSG-TEXT
               STRING "Account " ACCOUNT-INITIALS " ("
                   ACCOUNT-KEY ") reached daily play limit: "
                   ACCOUNT-MINUTES-TODAY " of " ACCOUNT-MINUTES-CAP
                   " minutes"
                   DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
               END-STRING
           END-IF.
           MOVE 8 TO ACCOUNT-MSG-TIME.
           MOVE "ACCTLIMIT" TO AUDIT-EVENT-CODE.
           PERFORM LOG-AUDIT-EVENT.
       ASK-ACCOUNT-LIMITS.
           CALL "CheckAccountLimits" USING
               BY REFERENCE ACCOUNT-LIMIT-ACTION
               BY REFERENCE ACCOUNT-KEY
               BY REFERENCE ACCOUNT-LIMIT-SECONDS
               BY REFERENCE ACCOUNT-LIMIT-HIT
               BY REFERENCE ACCOUNT-SPENT-TODAY
               BY REFERENCE ACCOUNT-SPEND-CAP
               BY REFERENCE ACCOUNT-MINUTES-TODAY
               BY REFERENCE ACCOUNT-MINUTES-CAP
           END-CALL.
       SET-FUNDS-FLAG.
      *> one answer for every start gate: money in the machine, a
      *> free-play window, or a signed-in account with credit on
           OR PRICE-FREE-FLAG = 1
           OR RENTAL-ACTIVE-FLAG = 1
           OR EVENT-FREE-FLAG = 1
           OR (ACCOUNT-ACTIVE-FLAG = 1 AND ACCOUNT-BALANCE > 0
               AND ACCOUNT-LIMIT-HIT = SPACE) THEN
               MOVE 1 TO FUNDS-OK-FLAG
           END-IF.
       SPEND-START-CREDIT.

      *> free-play games are not paid games: no charge, no punch.
      *> A running rental block already paid for everything it
      *> starts. A free-play start still lands in the coin ledger
      *> as a FREE credit, so the books can carry what the house
      *> gave away.
           IF RENTAL-ACTIVE-FLAG = 1 THEN
               EXIT PARAGRAPH
           END-IF.

           IF PRICE-FREE-FLAG = 1
           OR EVENT-FREE-FLAG = 1 THEN
               MOVE "FREE" TO COIN-EVENT-KIND
               MOVE 1 TO COIN-EVENT-CREDITS
               MOVE PRICE-RULE-ID TO COIN-EVENT-RULE
               CALL "WriteCoinEvent" USING
                   BY REFERENCE COIN-EVENT-KIND
                   BY REFERENCE COIN-EVENT-CREDITS
                   BY REFERENCE COIN-EVENT-RULE
                   BY REFERENCE COIN-EVENT-CHANNEL
                   BY REFERENCE COIN-EVENT-VALUE
               END-CALL
      *> a member's free start comes off today's allowance; an event
      *> bundle's free play costs the member nothing.
               IF PRICE-RULE-ID > 90 AND EVENT-FREE-FLAG = 0 THEN
                   MOVE "U" TO MEMBERSHIP-ACTION
                   PERFORM ASK-MEMBER-PRICING
                   PERFORM REFRESH-PRICING
               END-IF
               EXIT PARAGRAPH
           END-IF.

               SUBTRACT 1 FROM CREDIT-COUNT
           ELSE
               IF ACCOUNT-ACTIVE-FLAG = 1
               AND ACCOUNT-BALANCE > 0
               AND ACCOUNT-LIMIT-HIT = SPACE THEN
                   MOVE -1 TO BALANCE-DELTA
                   MOVE "PLAY" TO BALANCE-REASON
                   PERFORM POST-BALANCE-MOVE
                   MOVE 1 TO LAST-SPEND-FROM-ACCT
      *> the play just paid may be the one that reaches the limit.
                   MOVE "R" TO ACCOUNT-LIMIT-ACTION
                   PERFORM ASK-ACCOUNT-LIMITS
               END-IF
           END-IF.

           END-IF.

           CALL "UpdateLoyalty" USING
               BY REFERENCE PROFILE-PLAYER-KEY
               BY REFERENCE LOYALTY-GRANTED-FLAG
           END-CALL.

                   BY REFERENCE COIN-EVENT-KIND
                   BY REFERENCE COIN-EVENT-CREDITS
                   BY REFERENCE COIN-EVENT-RULE
                   BY REFERENCE COIN-EVENT-CHANNEL
                   BY REFERENCE COIN-EVENT-VALUE
               END-CALL
           END-IF.
       POST-BALANCE-MOVE.
           CALL "UpdatePlayerBalance" USING
               BY REFERENCE ACCOUNT-KEY
               BY REFERENCE BALANCE-DELTA
               BY REFERENCE BALANCE-REASON
               BY REFERENCE GAME-CABINET-ID
               BY REFERENCE BALANCE-OK-FLAG
           END-CALL.
       CHECK_DEBUG_TOGGLE.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-DEBUG-SCANCODE
               BY REFERENCE DEBUG-KEY-STATE
           END-CALL.

           IF DEBUG-KEY-STATE > 0 AND DEBUG-KEY-PREV-STATE = 0 THEN
      *> bindings to disk once every action has been rebound. Pressing
      *> the remap key again while already on the remap screen backs
      *> out early without rebinding whatever's left.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-REMAP-SCANCODE
               BY REFERENCE REMAP-KEY-STATE
           END-CALL.

           IF REMAP-KEY-STATE > 0 AND REMAP-KEY-PREV-STATE = 0 THEN

           PERFORM VARYING REMAP-CANDIDATE-INDEX FROM 1 BY 1
               UNTIL REMAP-CANDIDATE-INDEX > 10
               CALL "CheckFrameKey" USING
                   BY REFERENCE GAME
                   BY REFERENCE
                       REMAP-CANDIDATE-SCANCODE (REMAP-CANDIDATE-INDEX)
                   BY REFERENCE REMAP-CANDIDATE-KEY-STATE
               END-CALL
               IF REMAP-CANDIDATE-KEY-STATE > 0
               AND REMAP-CANDIDATE-PREV-STATE (REMAP-CANDIDATE-INDEX)
      *> "Play again" is a fresh match and costs a fresh credit, the
      *> same toll the title screen charges -- otherwise one coin
      *> would buy the whole evening from the end cards.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RESTART-SCANCODE
               BY REFERENCE RESTART-KEY-STATE
           END-CALL.

           IF RESTART-KEY-STATE > 0
           AND RESTART-KEY-PREV-STATE = 0
           AND FUNDS-OK-FLAG = 1 THEN
               PERFORM SPEND-START-CREDIT
               PERFORM TAKE-MATCH-NUMBER
               MOVE "MATCHSTART" TO AUDIT-EVENT-CODE
               MOVE "Paid rematch from end card" TO AUDIT-EVENT-TEXT
               PERFORM LOG-AUDIT-EVENT
               BY REFERENCE GAME-STATE
               BY REFERENCE GAME-SETTINGS
               BY REFERENCE GAME-TWO-PLAYER-FLAG
               BY REFERENCE MATCH-NUMBER
           END-CALL.
       CLEAR-MATCH-CHECKPOINT.
      *> only bothers the disk when something might actually be
                   BY REFERENCE GAME-STATE
                   BY REFERENCE GAME-SETTINGS
                   BY REFERENCE GAME-TWO-PLAYER-FLAG
                   BY REFERENCE MATCH-NUMBER
               END-CALL
           END-IF.
       CHECK_ENDCARD_IDLE.

           MOVE 0 TO MAXSPEED-RALLY-FLAG.
           MOVE 0 TO RATED-MATCH-FLAG.
           MOVE SPACE TO HANDICAP-SIDE.
           MOVE 0 TO HANDICAP-GAMES.
           MOVE 0 TO CHALLENGE-ACTIVE-FLAG.
           MOVE 0 TO GHOST-ACTIVE-FLAG.
           MOVE 0 TO BALL2-ACTIVE-FLAG.
           MOVE 0 TO NEW-DAYFIRST-FLAG.
           MOVE 0 TO NEW-CHALLENGE-FLAG.

      *> a new number for the match this reset sets up, unless the
      *> start that led here already took one for its MATCHSTART.
           PERFORM TAKE-MATCH-NUMBER.
           MOVE 0 TO MATCH-NUMBER-HELD-FLAG.

           MOVE 0 TO GAME-STATE.
       TAKE-MATCH-NUMBER.
           IF MATCH-NUMBER-HELD-FLAG = 0 THEN
               CALL "NextMatchNumber" USING
                   BY REFERENCE MATCH-NUMBER
               END-CALL
               MOVE 1 TO MATCH-NUMBER-HELD-FLAG
           END-IF.
       CHECK_REPLAY_START.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-REPLAY-SCANCODE
               BY REFERENCE REPLAY-KEY-STATE
           END-CALL.

           IF REPLAY-KEY-STATE > 0 AND REPLAY-FRAME-COUNT > 0 THEN
                   BY REFERENCE REPLAY-LOG
                   BY REFERENCE ARCHIVE-INITIALS
                   BY REFERENCE MATCH-SCORE
                   BY REFERENCE MATCH-NUMBER
               END-CALL
               MOVE 1 TO REPLAY-WRITTEN-FLAG
           END-IF.
           IF GAME-HEADLESS-FLAG = 1 THEN
               MOVE "AAA" TO PLAYER-INITIALS
               MOVE PLAYER-SCORE TO HISCORE-POSTING-VALUE
               PERFORM SET-POSTING-HEAD-START
               CALL "WriteHiScore" USING
                   BY REFERENCE PLAYER-INITIALS
                   BY REFERENCE HISCORE-POSTING-VALUE
                   BY REFERENCE GAME-CABINET-ID
                   BY REFERENCE POSTING-GAME-KIND
                   BY REFERENCE MATCH-NUMBER
                   BY REFERENCE POSTING-HEAD-START
                   BY REFERENCE POSTING-ASSIST-FLAG
               END-CALL
               MOVE 1 TO HISCORE-RECORDED-FLAG
           ELSE
           MOVE "AAA" TO PLAYER-INITIALS.
           MOVE 1 TO INITIALS-ENTRY-POSITION.
           MOVE 1 TO INITIALS-LETTER-INDEX.
      *> a signed-in member starts on their own initials: three
      *> presses of start and they're on the board as themselves.
           IF MEMBER-SIGNED-IN-FLAG = 1 THEN
               MOVE MEMBER-INITIALS TO PLAYER-INITIALS
               PERFORM SEED-MEMBER-LETTER
           END-IF.
      *> pretend every entry key was already down when the screen
      *> opens, so a key still held from the previous screen has to
      *> be released before it registers as a pick or a confirm.
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.
       CHECK_INITIALS_KEYS.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-UP-SCANCODE
               BY REFERENCE INITIALS-UP-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-DOWN-SCANCODE
               BY REFERENCE INITIALS-DOWN-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RESTART-SCANCODE
               BY REFERENCE INITIALS-CONFIRM-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-REMAP-SCANCODE
               BY REFERENCE INITIALS-SKIP-KEY-STATE
           END-CALL.

           IF INITIALS-UP-KEY-STATE > 0
                               MOVE 1 TO BALANCE-DELTA
                               MOVE "REFUND" TO BALANCE-REASON
                               PERFORM POST-BALANCE-MOVE
                               MOVE "R" TO ACCOUNT-LIMIT-ACTION
                               PERFORM ASK-ACCOUNT-LIMITS
                           ELSE
                               IF CREDIT-COUNT < 99 THEN
                                   ADD 1 TO CREDIT-COUNT
           MOVE INITIALS-CONFIRM-KEY-STATE
               TO INITIALS-CONFIRM-PREV-STATE.
           MOVE INITIALS-SKIP-KEY-STATE TO INITIALS-SKIP-PREV-STATE.
       SEED-MEMBER-LETTER.
      *> the cursor letter follows the member's own initial for
      *> the position, as long as what's locked in so far is theirs.
           IF MEMBER-SIGNED-IN-FLAG = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF INITIALS-ENTRY-POSITION > 1 THEN
               IF PLAYER-INITIALS (1:INITIALS-ENTRY-POSITION - 1)
               NOT = MEMBER-INITIALS (1:INITIALS-ENTRY-POSITION - 1)
               THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 0 TO LETTER-SEED-COUNT.
           INSPECT INITIALS-ALPHABET TALLYING LETTER-SEED-COUNT
               FOR CHARACTERS BEFORE INITIAL
               MEMBER-INITIALS (INITIALS-ENTRY-POSITION:1).

           IF LETTER-SEED-COUNT < 26 THEN
               COMPUTE INITIALS-LETTER-INDEX = LETTER-SEED-COUNT + 1
               PERFORM SET-INITIALS-LETTER
           END-IF.
       SET-INITIALS-LETTER.
           MOVE INITIALS-ALPHABET (INITIALS-LETTER-INDEX:1)
               TO PLAYER-INITIALS (INITIALS-ENTRY-POSITION:1).
               ADD 1 TO INITIALS-ENTRY-POSITION
               MOVE 1 TO INITIALS-LETTER-INDEX
               PERFORM SET-INITIALS-LETTER
               PERFORM SEED-MEMBER-LETTER
           ELSE
               EVALUATE INITIALS-ENTRY-MODE
               WHEN 1
                   PERFORM CONFIRM-ACCOUNT-NAME
               WHEN OTHER
                   MOVE PLAYER-SCORE TO HISCORE-POSTING-VALUE
                   PERFORM SET-POSTING-HEAD-START
                   CALL "WriteHiScore" USING
                       BY REFERENCE PLAYER-INITIALS
                       BY REFERENCE HISCORE-POSTING-VALUE
                       BY REFERENCE GAME-CABINET-ID
                       BY REFERENCE POSTING-GAME-KIND
                       BY REFERENCE MATCH-NUMBER
                       BY REFERENCE POSTING-HEAD-START
                       BY REFERENCE POSTING-ASSIST-FLAG
                   END-CALL
                   MOVE 1 TO HISCORE-RECORDED-FLAG
      *> now the winner has a name on record, judge the win for
                   AND GHOST-ACTIVE-FLAG = 0 THEN
                       MOVE 1 TO WIN-HARDWIN-FLAG
                   END-IF
                   MOVE 0 TO AWARD-ASSIST-FLAG
                   IF GAME-ASSIST-MODE > 0 THEN
                       MOVE 1 TO AWARD-ASSIST-FLAG
                   END-IF
                   MOVE PLAYER-INITIALS TO KEY-LOOKUP-INITIALS
                   PERFORM RESOLVE-PLAYER-KEY
                   MOVE KEY-LOOKUP-RESULT TO PLAYER-KEY
                   CALL "UpdateAchievements" USING
                       BY REFERENCE PLAYER-KEY
                       BY REFERENCE WIN-QUALIFIERS
                       BY REFERENCE NEW-AWARDS
                       BY REFERENCE AWARD-ASSIST-FLAG
                   END-CALL
                   IF NEW-AWARDS NOT = "0000" THEN
                       MOVE "AWARD" TO POSTING-KIND
                       MOVE PLAYER-INITIALS TO POSTING-INITIALS
                       MOVE SPACES TO POSTING-OTHER-INITIALS
                       MOVE NEW-AWARDS TO POSTING-VALUES
                       MOVE PLAYER-KEY TO POSTING-AWARD-KEY
                       PERFORM WRITE-MATCH-POSTING
                   END-IF
      *> every first-time achievement is also a prize owed: one
      *> ticket per newly-set flag goes on the ledger.
                   PERFORM EARN-AWARD-TICKETS
      *> after the reset, which clears the flag like any other
      *> per-match state.
           MOVE 1 TO RATED-MATCH-FLAG.
           PERFORM APPLY-RATING-HANDICAP.
           MOVE 1 TO RESTART-KEY-PREV-STATE.
       APPLY-RATING-HANDICAP.
      *> both names are known now: the lower-rated side may start
      *> a few games up. The head start always leaves at least one
      *> game to play, whatever the table says.
           PERFORM RESOLVE-RATED-KEYS.
           CALL "ComputeHandicap" USING
               BY REFERENCE LEFT-PLAYER-KEY
               BY REFERENCE RIGHT-PLAYER-KEY
               BY REFERENCE HANDICAP-SIDE
               BY REFERENCE HANDICAP-GAMES
               BY REFERENCE HANDICAP-RATING-GAP
           END-CALL.

           IF HANDICAP-GAMES >= SETTINGS-MATCH-WINS THEN
               COMPUTE HANDICAP-GAMES = SETTINGS-MATCH-WINS - 1
           END-IF.

           IF HANDICAP-GAMES = 0 OR HANDICAP-SIDE = SPACE THEN
               MOVE SPACE TO HANDICAP-SIDE
               MOVE 0 TO HANDICAP-GAMES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO AUDIT-EVENT-TEXT.
           IF HANDICAP-SIDE = "L" THEN
               MOVE HANDICAP-GAMES TO PLAYER-SCORE
               STRING "Head start of " HANDICAP-GAMES " to "
                   LEFT-INITIALS " (left), rating gap "
                   HANDICAP-RATING-GAP
                   DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
               END-STRING
           ELSE
               MOVE HANDICAP-GAMES TO ENEMY-SCORE
               STRING "Head start of " HANDICAP-GAMES " to "
                   RIGHT-INITIALS " (right), rating gap "
                   HANDICAP-RATING-GAP
                   DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
               END-STRING
           END-IF.
           MOVE "HANDICAP" TO AUDIT-EVENT-CODE.
           PERFORM LOG-AUDIT-EVENT.
       DRAW-HANDICAP-NOTE.
           IF HANDICAP-SIDE = SPACE THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO HANDICAP-TEXT.
           STRING "HANDICAP +" HANDICAP-GAMES
               DELIMITED BY SIZE INTO HANDICAP-TEXT
           END-STRING.

           IF HANDICAP-SIDE = "L" THEN
               MOVE 280 TO HANDICAP-TEXT-X
           ELSE
               MOVE 360 TO HANDICAP-TEXT-X
           END-IF.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE HANDICAP-TEXT
                BY REFERENCE LENGTH OF HANDICAP-TEXT
                BY REFERENCE HANDICAP-TEXT-X
                BY REFERENCE 48
                BY REFERENCE 16
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.
       SET-POSTING-HEAD-START.
      *> every PONG posting is the left-side winner's score.
           IF HANDICAP-SIDE = "L" THEN
               MOVE HANDICAP-GAMES TO POSTING-HEAD-START
           ELSE
               MOVE 0 TO POSTING-HEAD-START
           END-IF.
      *> assist only ever eases the left side, whose score this is.
           IF GAME-ASSIST-MODE > 0 THEN
               MOVE "A" TO POSTING-ASSIST-FLAG
           ELSE
               MOVE SPACE TO POSTING-ASSIST-FLAG
           END-IF.
       CONFIRM-LADDER-JOIN.
           MOVE 0 TO INITIALS-ENTRY-MODE.

      *> a name already holding a rung keeps it; only a newcomer
      *> starts at the bottom, with today standing as their first
      *> defense so the inactivity clock starts fair.
      *> PIN-protected stored-value account only has its profile
      *> applied to a session that proved that PIN at sign-in.
      *> Names without an account behave exactly as before.
           MOVE PLAYER-INITIALS TO KEY-LOOKUP-INITIALS.
           PERFORM RESOLVE-PLAYER-KEY.
           MOVE KEY-LOOKUP-RESULT TO PLAYER-KEY.

           IF ACCOUNT-ACTIVE-FLAG = 0
           OR ACCOUNT-KEY NOT = PLAYER-KEY THEN
               CALL "CheckPlayerPin" USING
                   BY REFERENCE PLAYER-KEY
                   BY REFERENCE ZERO-PIN-TRY
                   BY REFERENCE PROBE-OK-FLAG
                   BY REFERENCE PROBE-EXISTS-FLAG
      *> profile means "no preference".
      *> A name change means a new pair of hands on the paddle, so
      *> the adaptive-AI form reading starts over level.
           IF PLAYER-KEY NOT = PROFILE-PLAYER-KEY THEN
               MOVE 0 TO PLAYER-WIN-STREAK
               MOVE 0 TO ADAPTIVE-AI-BIAS
           END-IF.

           CALL "LoadPlayerProfile" USING
               BY REFERENCE PLAYER-KEY
               BY REFERENCE PLAYER-PROFILE
               BY REFERENCE PROFILE-FOUND-FLAG
           END-CALL.
               AND PROFILE-P1-DOWN NOT = 0 THEN
                   MOVE PROFILE-P1-DOWN TO KB-P1-DOWN-SCANCODE
               END-IF
      *> assist switched on at the title for this session is the
      *> player's say-so and goes onto their record; otherwise
      *> their stored assist setting takes over.
               IF GAME-ASSIST-MODE > 0 THEN
                   MOVE GAME-ASSIST-MODE TO PROFILE-ASSIST
               ELSE
                   IF PROFILE-ASSIST NUMERIC
                   AND PROFILE-ASSIST <= 2 THEN
                       MOVE PROFILE-ASSIST TO GAME-ASSIST-MODE
                   END-IF
               END-IF
               ADD 1 TO PROFILE-GAMES-PLAYED
           ELSE
               MOVE PLAYER-KEY TO PROFILE-PLAYER-KEY
               MOVE GAME-ENEMY-DIFFICULTY TO PROFILE-DIFFICULTY
               MOVE 0 TO PROFILE-P1-UP
               MOVE 0 TO PROFILE-P1-DOWN
               MOVE GAME-PALETTE TO PROFILE-PALETTE
               MOVE 1 TO PROFILE-GAMES-PLAYED
               MOVE "Y" TO PROFILE-PUBLIC-FLAG
               MOVE GAME-ASSIST-MODE TO PROFILE-ASSIST
           END-IF.

           MOVE 1 TO PROFILE-ACTIVE-FLAG.
               BY REFERENCE COIN-EVENT-KIND
               BY REFERENCE COIN-EVENT-CREDITS
               BY REFERENCE COIN-EVENT-RULE
               BY REFERENCE COIN-EVENT-CHANNEL
               BY REFERENCE COIN-EVENT-VALUE
           END-CALL.

           CALL "WriteChallengeResult" USING
               BY REFERENCE DAILY-CHALLENGE-ID
               BY REFERENCE PLAYER-INITIALS
               BY REFERENCE MATCH-NUMBER
           END-CALL.

           MOVE 1 TO DAILY-DONE-FLAG.
               CALL "WriteTicket" USING
                   BY REFERENCE TICKET-KIND
                   BY REFERENCE PLAYER-INITIALS
                   BY REFERENCE MATCH-NUMBER
               END-CALL
           END-IF.

               CALL "WriteTicket" USING
                   BY REFERENCE TICKET-KIND
                   BY REFERENCE PLAYER-INITIALS
                   BY REFERENCE MATCH-NUMBER
               END-CALL
           END-IF.

               CALL "WriteTicket" USING
                   BY REFERENCE TICKET-KIND
                   BY REFERENCE PLAYER-INITIALS
                   BY REFERENCE MATCH-NUMBER
               END-CALL
           END-IF.

               CALL "WriteTicket" USING
                   BY REFERENCE TICKET-KIND
                   BY REFERENCE PLAYER-INITIALS
                   BY REFERENCE MATCH-NUMBER
               END-CALL
           END-IF.
       SNAPSHOT-CABINET-PREFS.
      *> from the title screen the tournament key either opens the
      *> bracket board of the night's running tournament or starts a
      *> fresh eight-entrant registration.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-TOURNAMENT-SCANCODE
               BY REFERENCE TOURN-KEY-STATE
           END-CALL.

           IF TOURN-KEY-STATE > 0 AND TOURN-KEY-PREV-STATE = 0 THEN
      *> start launches the next pending match (or, once a champion
      *> stands, closes the tournament out); the tournament key backs
      *> out to the title leaving the bracket as it is.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RESTART-SCANCODE
               BY REFERENCE RESTART-KEY-STATE
           END-CALL.

      *> a bracket match is a match like any other: it takes a credit

           MOVE RESTART-KEY-STATE TO RESTART-KEY-PREV-STATE.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-TOURNAMENT-SCANCODE
               BY REFERENCE TOURN-KEY-STATE
           END-CALL.

           IF TOURN-KEY-STATE > 0 AND TOURN-KEY-PREV-STATE = 0 THEN
      *> bracket matches are strictly one-on-one.
           MOVE GAME-DOUBLES-FLAG TO PRE-TOURN-DOUBLES-FLAG.
           MOVE 0 TO GAME-DOUBLES-FLAG.
           PERFORM TAKE-MATCH-NUMBER.
           MOVE "MATCHSTART" TO AUDIT-EVENT-CODE.
           MOVE "Tournament match started" TO AUDIT-EVENT-TEXT.
           PERFORM LOG-AUDIT-EVENT.
               CALL "WriteTicket" USING
                   BY REFERENCE TICKET-KIND
                   BY REFERENCE TOURN-WINNER-INITIALS
                   BY REFERENCE MATCH-NUMBER
               END-CALL
               CALL "WriteChampionCertificate" USING
                   BY REFERENCE TOURN-WINNER-INITIALS
       CHECK_BROWSER_OPEN_KEY.
      *> the replay key on the title screen opens the archive browser
      *> instead of replaying the (empty) live buffer.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-REPLAY-SCANCODE
               BY REFERENCE REPLAY-KEY-STATE
           END-CALL.

           IF REPLAY-KEY-STATE > 0 AND REPLAY-KEY-PREV-STATE = 0 THEN
               MOVE SPACES TO BROWSER-CURSOR-PREFIX
           END-IF.

           MOVE SPACES TO PUBLIC-NAME-KEY.
           MOVE RC-INITIALS (BROWSER-SLOT-IDX) TO PUBLIC-NAME-IN.
           PERFORM ASK-PUBLIC-NAME.

           MOVE SPACES TO BROWSER-LINE-TEXT.
           STRING BROWSER-CURSOR-PREFIX
                RC-DATE (BROWSER-SLOT-IDX) " "
                PUBLIC-NAME-SHOWN " "
                RC-PLAYER-SCORE (BROWSER-SLOT-IDX) "-"
                RC-ENEMY-SCORE (BROWSER-SLOT-IDX)
                DELIMITED BY SIZE
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.
       CHECK_BROWSER_KEYS.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-UP-SCANCODE
               BY REFERENCE BROWSER-UP-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-DOWN-SCANCODE
               BY REFERENCE BROWSER-DOWN-KEY-STATE
           END-CALL.

           IF BROWSER-UP-KEY-STATE > 0
           MOVE BROWSER-UP-KEY-STATE TO BROWSER-UP-PREV-STATE.
           MOVE BROWSER-DOWN-KEY-STATE TO BROWSER-DOWN-PREV-STATE.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RESTART-SCANCODE
               BY REFERENCE RESTART-KEY-STATE
           END-CALL.

           IF RESTART-KEY-STATE > 0

           MOVE RESTART-KEY-STATE TO RESTART-KEY-PREV-STATE.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-REPLAY-SCANCODE
               BY REFERENCE REPLAY-KEY-STATE
           END-CALL.

           IF REPLAY-KEY-STATE > 0 AND REPLAY-KEY-PREV-STATE = 0 THEN
      *> the tournament key on a selected slot challenges that
      *> rally's player: their recorded movements become the enemy
      *> paddle. A ghost match is a real paid match.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-TOURNAMENT-SCANCODE
               BY REFERENCE GHOST-KEY-STATE
           END-CALL.

           IF GHOST-KEY-STATE > 0

           PERFORM SPEND-START-CREDIT.

           PERFORM TAKE-MATCH-NUMBER.
           MOVE "MATCHSTART" TO AUDIT-EVENT-CODE.
           MOVE "Ghost match started from archive"
               TO AUDIT-EVENT-TEXT.
               MOVE 5 TO GAME-STATE
           END-IF.
       CHECK_SERVICE_KEY.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-SERVICE-SCANCODE
               BY REFERENCE SVC-KEY-STATE
           END-CALL.

           IF SVC-KEY-STATE > 0 AND SVC-KEY-PREV-STATE = 0 THEN
                       TO AUDIT-EVENT-TEXT
                   PERFORM LOG-AUDIT-EVENT
               END-IF
               PERFORM BEGIN-OPERATOR-SIGNON
           END-IF.

           MOVE SVC-KEY-STATE TO SVC-KEY-PREV-STATE.
       BEGIN-OPERATOR-SIGNON.
      *> a probe with an empty try tells whether the site has an
      *> operator list yet; until one is issued the service key
      *> alone opens the full menu, as it always has, and the trail
      *> says so.
           MOVE 0 TO OPER-TRY-ID.
           MOVE 0 TO OPER-TRY-PIN.
           CALL "CheckOperatorPin" USING
               BY REFERENCE OPER-TRY-ID
               BY REFERENCE OPER-TRY-PIN
               BY REFERENCE OPERATOR-ROLE
               BY REFERENCE OPER-OK-FLAG
               BY REFERENCE OPER-FILE-FLAG
           END-CALL.

           IF OPER-FILE-FLAG = 0 THEN
               MOVE SPACES TO OPERATOR-SIGNED-ID
               MOVE "M" TO OPERATOR-ROLE
               MOVE "SIGNON" TO AUDIT-EVENT-CODE
               MOVE "No operators.dat; menu opened on the key alone"
                   TO AUDIT-EVENT-TEXT
               PERFORM LOG-AUDIT-EVENT
               PERFORM OPEN-SERVICE-MENU
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO OPER-DIGIT (1) OPER-DIGIT (2) OPER-DIGIT (3)
               OPER-DIGIT (4) OPER-DIGIT (5) OPER-DIGIT (6)
               OPER-DIGIT (7) OPER-DIGIT (8).
           MOVE 1 TO OPER-ENTRY-POSITION.
           MOVE 1 TO INITIALS-UP-PREV-STATE.
           MOVE 1 TO INITIALS-DOWN-PREV-STATE.
           MOVE 1 TO INITIALS-CONFIRM-PREV-STATE.
           MOVE 1 TO INITIALS-SKIP-PREV-STATE.
           MOVE 0 TO TITLE-IDLE-TIME.
           MOVE 20 TO GAME-STATE.
       OPEN-SERVICE-MENU.
           CALL "ReadLifetimeCounters" USING
               BY REFERENCE LIFETIME-GAMES-COUNT
               BY REFERENCE LIFETIME-COINS-COUNT
               BY REFERENCE LIFETIME-ERRORS-COUNT
           END-CALL.
           CALL "ReadTicketCounts" USING
               BY REFERENCE TICKET-EARNED-COUNT
               BY REFERENCE TICKET-REDEEMED-COUNT
               BY REFERENCE TICKET-OUTSTANDING-COUNT
           END-CALL.
           PERFORM LOAD-PRIZE-CATALOG.
           CALL "LoadMemberTiers" USING
               BY REFERENCE MEMBER-TIER-COUNT
               BY REFERENCE MEMBER-TIER-TABLE
           END-CALL.
           IF TV-DEFINED-FLAG (MEMBERSHIP-TIER-PICK) = 0 THEN
               PERFORM CYCLE-MEMBERSHIP-TIER
           END-IF.
      *> the limit rows start from what the account has now.
           MOVE 0 TO LIMIT-PICK-SPEND.
           MOVE 0 TO LIMIT-PICK-MINUTES.
           IF ACCOUNT-KEY NOT = SPACES THEN
               MOVE "R" TO ACCOUNT-LIMIT-ACTION
               PERFORM ASK-ACCOUNT-LIMITS
               MOVE ACCOUNT-SPEND-CAP TO LIMIT-PICK-SPEND
               MOVE ACCOUNT-MINUTES-CAP TO LIMIT-PICK-MINUTES
           END-IF.
           CALL "CountOpenIncidents" USING
               BY REFERENCE INCIDENT-OPEN-COUNT
           END-CALL.
           CALL "ReadReportIndex" USING
               BY REFERENCE REPORT-LIST
           END-CALL.
           PERFORM BUILD-SERVICE-ROW-MAP.
           MOVE 1 TO SVC-SELECT-INDEX.
           MOVE 1 TO SVC-TOP-ROW.
           MOVE 0 TO TITLE-IDLE-TIME.
           MOVE 12 TO GAME-STATE.
       BUILD-SERVICE-ROW-MAP.
           MOVE 0 TO SVC-ROLE-IDX.
           PERFORM VARYING SVC-ALL-ROW-IDX FROM 1 BY 1
               UNTIL SVC-ALL-ROW-IDX > 3
               IF SVC-ROLE-CODE (SVC-ALL-ROW-IDX) = OPERATOR-ROLE
                   MOVE SVC-ALL-ROW-IDX TO SVC-ROLE-IDX
               END-IF
           END-PERFORM.

           EVALUATE OPERATOR-ROLE
               WHEN "A"
                   MOVE "ATTENDANT" TO OPERATOR-ROLE-NAME
               WHEN "T"
                   MOVE "TECHNICIAN" TO OPERATOR-ROLE-NAME
               WHEN OTHER
                   MOVE "MANAGER" TO OPERATOR-ROLE-NAME
           END-EVALUATE.

      *> an unknown role would have been refused at sign-on; the
      *> manager row set is only ever the no-operator-list case.
           IF SVC-ROLE-IDX = 0 THEN
               MOVE 3 TO SVC-ROLE-IDX
           END-IF.

           MOVE 0 TO SVC-ROW-COUNT.
           PERFORM VARYING SVC-ALL-ROW-IDX FROM 1 BY 1
               UNTIL SVC-ALL-ROW-IDX > SVC-MENU-ROW-TOTAL
               IF SVC-ROLE-ROW-FLAG (SVC-ROLE-IDX, SVC-ALL-ROW-IDX)
                   = "Y"
                   ADD 1 TO SVC-ROW-COUNT
                   MOVE SVC-ALL-ROW-IDX TO SVC-ROW-MAP (SVC-ROW-COUNT)
               END-IF
           END-PERFORM.
       UPDATE_OPERATOR_SIGNON.
           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE "OPERATOR SIGN-ON"
                BY REFERENCE LENGTH OF "OPERATOR SIGN-ON"
                BY REFERENCE 320
                BY REFERENCE 140
                BY REFERENCE 32
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

      *> the id shows as keyed; the PIN half masks like the account
      *> PIN screen -- asterisks behind the cursor, the digit under
      *> it, dashes ahead.
           MOVE SPACES TO OPER-SHOW-TEXT.
           MOVE "ID" TO OPER-SHOW-TEXT (1:2).
           MOVE "PIN" TO OPER-SHOW-TEXT (10:3).
           PERFORM VARYING OPER-SHOW-IDX FROM 1 BY 1
               UNTIL OPER-SHOW-IDX > 8
               IF OPER-SHOW-IDX <= 4 THEN
                   IF OPER-SHOW-IDX <= OPER-ENTRY-POSITION
                       MOVE OPER-DIGIT (OPER-SHOW-IDX)
                           TO OPER-SHOW-TEXT (OPER-SHOW-IDX + 3:1)
                   ELSE
                       MOVE "-"
                           TO OPER-SHOW-TEXT (OPER-SHOW-IDX + 3:1)
                   END-IF
               ELSE
                   IF OPER-SHOW-IDX < OPER-ENTRY-POSITION
                       MOVE "*"
                           TO OPER-SHOW-TEXT (OPER-SHOW-IDX + 9:1)
                   END-IF
                   IF OPER-SHOW-IDX = OPER-ENTRY-POSITION
                       MOVE OPER-DIGIT (OPER-SHOW-IDX)
                           TO OPER-SHOW-TEXT (OPER-SHOW-IDX + 9:1)
                   END-IF
                   IF OPER-SHOW-IDX > OPER-ENTRY-POSITION
                       MOVE "-"
                           TO OPER-SHOW-TEXT (OPER-SHOW-IDX + 9:1)
                   END-IF
               END-IF
           END-PERFORM.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE OPER-SHOW-TEXT
                BY REFERENCE LENGTH OF OPER-SHOW-TEXT
                BY REFERENCE 320
                BY REFERENCE 240
                BY REFERENCE 40
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE LANG-INITIALS-HELP-TEXT
                BY REFERENCE LENGTH OF LANG-INITIALS-HELP-TEXT
                BY REFERENCE 320
                BY REFERENCE 380
                BY REFERENCE 20
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           PERFORM CHECK_OPERATOR_SIGNON_KEYS.
       CHECK_OPERATOR_SIGNON_KEYS.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-UP-SCANCODE
               BY REFERENCE INITIALS-UP-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-DOWN-SCANCODE
               BY REFERENCE INITIALS-DOWN-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RESTART-SCANCODE
               BY REFERENCE INITIALS-CONFIRM-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-REMAP-SCANCODE
               BY REFERENCE INITIALS-SKIP-KEY-STATE
           END-CALL.

           IF INITIALS-UP-KEY-STATE > 0
           AND INITIALS-UP-PREV-STATE = 0 THEN
               IF OPER-DIGIT (OPER-ENTRY-POSITION) = 9 THEN
                   MOVE 0 TO OPER-DIGIT (OPER-ENTRY-POSITION)
               ELSE
                   ADD 1 TO OPER-DIGIT (OPER-ENTRY-POSITION)
               END-IF
           END-IF.

           IF INITIALS-DOWN-KEY-STATE > 0
           AND INITIALS-DOWN-PREV-STATE = 0 THEN
               IF OPER-DIGIT (OPER-ENTRY-POSITION) = 0 THEN
                   MOVE 9 TO OPER-DIGIT (OPER-ENTRY-POSITION)
               ELSE
                   SUBTRACT 1 FROM OPER-DIGIT (OPER-ENTRY-POSITION)
               END-IF
           END-IF.

           IF INITIALS-CONFIRM-KEY-STATE > 0
           AND INITIALS-CONFIRM-PREV-STATE = 0 THEN
               IF OPER-ENTRY-POSITION < 8 THEN
                   ADD 1 TO OPER-ENTRY-POSITION
               ELSE
                   PERFORM FINISH-OPERATOR-SIGNON
               END-IF
           END-IF.

      *> the remap key backs out without trying anything.
           IF INITIALS-SKIP-KEY-STATE > 0
           AND INITIALS-SKIP-PREV-STATE = 0 THEN
               PERFORM LEAVE-OPERATOR-SIGNON
           END-IF.

           MOVE INITIALS-UP-KEY-STATE TO INITIALS-UP-PREV-STATE.
           MOVE INITIALS-DOWN-KEY-STATE TO INITIALS-DOWN-PREV-STATE.
           MOVE INITIALS-CONFIRM-KEY-STATE
               TO INITIALS-CONFIRM-PREV-STATE.
           MOVE INITIALS-SKIP-KEY-STATE TO INITIALS-SKIP-PREV-STATE.
       FINISH-OPERATOR-SIGNON.
           COMPUTE OPER-TRY-ID =
               OPER-DIGIT (1) * 1000 + OPER-DIGIT (2) * 100
               + OPER-DIGIT (3) * 10 + OPER-DIGIT (4).
           COMPUTE OPER-TRY-PIN =
               OPER-DIGIT (5) * 1000 + OPER-DIGIT (6) * 100
               + OPER-DIGIT (7) * 10 + OPER-DIGIT (8).

           CALL "CheckOperatorPin" USING
               BY REFERENCE OPER-TRY-ID
               BY REFERENCE OPER-TRY-PIN
               BY REFERENCE OPERATOR-ROLE
               BY REFERENCE OPER-OK-FLAG
               BY REFERENCE OPER-FILE-FLAG
           END-CALL.

           IF OPER-OK-FLAG = 1 THEN
               MOVE OPER-TRY-ID TO OPERATOR-SIGNED-ID
               PERFORM BUILD-SERVICE-ROW-MAP
               MOVE "SIGNON" TO AUDIT-EVENT-CODE
               MOVE SPACES TO AUDIT-EVENT-TEXT
               STRING "Operator signed on as " OPERATOR-ROLE-NAME
                   DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
               END-STRING
               PERFORM LOG-AUDIT-EVENT
               PERFORM OPEN-SERVICE-MENU
           ELSE
               MOVE "OPFAIL" TO AUDIT-EVENT-CODE
               MOVE SPACES TO AUDIT-EVENT-TEXT
               STRING "Failed operator sign-on for id " OPER-TRY-ID
                   DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
               END-STRING
               PERFORM LOG-AUDIT-EVENT
               MOVE "SIGN-ON REFUSED" TO ACCOUNT-MSG-TEXT
               MOVE 5 TO ACCOUNT-MSG-TIME
               PERFORM LEAVE-OPERATOR-SIGNON
           END-IF.
       LEAVE-OPERATOR-SIGNON.
           MOVE SPACES TO OPERATOR-SIGNED-ID.
           MOVE SPACE TO OPERATOR-ROLE.
           MOVE 0 TO TITLE-IDLE-TIME.
           MOVE 1 TO RESTART-KEY-PREV-STATE.
           IF SELFTEST-CRITICAL-COUNT > 0 THEN
               MOVE 13 TO GAME-STATE
           ELSE
               MOVE 4 TO GAME-STATE
           END-IF.
       UPDATE_FAULT_CARD.
      *> operator-facing like the CONFIG FAULT banner, deliberately
      *> untranslated; the readiness record in ./data/selftest.dat

           MOVE SPACES TO SVC-LINE-TEXT.
           STRING "ERRORS " LIFETIME-ERRORS-COUNT
                "  " OPERATOR-ROLE-NAME " " OPERATOR-SIGNED-ID
                DELIMITED BY SIZE
                INTO SVC-LINE-TEXT
           END-STRING.
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           COMPUTE SVC-LAST-SHOWN = SVC-TOP-ROW + SVC-PAGE-ROWS - 1.
           IF SVC-LAST-SHOWN > SVC-ROW-COUNT THEN
               MOVE SVC-ROW-COUNT TO SVC-LAST-SHOWN
           END-IF.

           PERFORM VARYING SVC-ROW-IDX FROM SVC-TOP-ROW BY 1
               UNTIL SVC-ROW-IDX > SVC-LAST-SHOWN
               PERFORM DRAW-SERVICE-ROW
           END-PERFORM.


      *> the menu has outgrown its original 40-pixel rows; 24 keeps
      *> every row on a 480-line panel with room to grow.
           COMPUTE SVC-LINE-Y =
               110 + (SVC-ROW-IDX - SVC-TOP-ROW + 1) * 24.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.
       SET-SERVICE-ROW-TEXT.
           MOVE SVC-ROW-MAP (SVC-ROW-IDX) TO SVC-ROW-ID.
           EVALUATE SVC-ROW-ID
               WHEN 1
                   MOVE "VOLUME      " TO SVC-ROW-NAME
                   MOVE GAME-VOLUME TO SVC-VALUE-TEXT
                   MOVE SCHEDULE-OVERRIDE-FLAG TO SVC-VALUE-TEXT
               WHEN 9
      *> the value is what the house still owes; the right arrow
      *> pays the oldest ticket across the counter. With a prize
      *> catalog the row names the picked prize and its cost.
                   IF PRIZE-COUNT > 0 THEN
                       MOVE SPACES TO SVC-ROW-NAME
                       STRING "PRZ " PR-CODE (PRIZE-PICK)
                           DELIMITED BY SIZE INTO SVC-ROW-NAME
                       END-STRING
                       MOVE PR-TICKET-COST (PRIZE-PICK)
                           TO SVC-VALUE-TEXT
                   ELSE
                       MOVE "PAY TICKET  " TO SVC-ROW-NAME
                       MOVE TICKET-OUTSTANDING-COUNT TO SVC-VALUE-TEXT
                   END-IF
               WHEN 10
      *> sells a credit onto whichever name went through the PIN
      *> screen before the tech opened the menu -- a verified
                           MOVE "INC: PANEL  " TO SVC-ROW-NAME
                   END-EVALUATE
                   MOVE INCIDENT-CATEGORY-PICK TO SVC-VALUE-TEXT
               WHEN 15
      *> open incidents outstanding; the right arrow resolves the
      *> oldest.
                   MOVE "RESOLVE INC " TO SVC-ROW-NAME
                   MOVE INCIDENT-OPEN-COUNT TO SVC-VALUE-TEXT
               WHEN 16
      *> right cycles the kind, left posts one of it; the value is
      *> the cabinet's credits as they stand.
                   EVALUATE ADJUST-KIND-PICK
                       WHEN 1
                           MOVE "ADJ: REFUND " TO SVC-ROW-NAME
                       WHEN 2
                           MOVE "ADJ: +CREDIT" TO SVC-ROW-NAME
                       WHEN OTHER
                           MOVE "ADJ: -CREDIT" TO SVC-ROW-NAME
                   END-EVALUATE
                   MOVE CREDIT-COUNT TO SVC-VALUE-TEXT
               WHEN 18
      *> the tier on offer and its fee; right cycles the tiers the
      *> site sells, left sells or renews it to whoever is signed
      *> in.
                   MOVE SPACES TO SVC-ROW-NAME
                   STRING "MBR " TV-TIER-NAME (MEMBERSHIP-TIER-PICK)
                       DELIMITED BY SIZE INTO SVC-ROW-NAME
                   END-STRING
                   MOVE TV-FEE (MEMBERSHIP-TIER-PICK) TO SVC-VALUE-TEXT
               WHEN 19
      *> the daily limits for the account keyed before the menu
      *> opened, as they will be set (0 = no limit); right steps
      *> the value, left sets both rows' values on the account.
                   MOVE "LIM CR/DAY  " TO SVC-ROW-NAME
                   MOVE LIMIT-PICK-SPEND TO SVC-VALUE-TEXT
               WHEN 20
                   MOVE "LIM MIN/DAY " TO SVC-ROW-NAME
                   MOVE LIMIT-PICK-MINUTES TO SVC-VALUE-TEXT
               WHEN 21
      *> the archived job output; either arrow opens the viewer.
                   MOVE "REPORTS     " TO SVC-ROW-NAME
                   MOVE RI-COUNT TO SVC-VALUE-TEXT
               WHEN OTHER
      *> the reason the next adjustment is posted under.
                   MOVE SPACES TO SVC-ROW-NAME
                   STRING "RSN " ADJUST-REASON-NAME (ADJUST-REASON-PICK)
                       DELIMITED BY SIZE INTO SVC-ROW-NAME
                   END-STRING
                   MOVE ADJUST-REASON-PICK TO SVC-VALUE-TEXT
           END-EVALUATE.
       MOUSE-SERVICE-MENU.
      *> a click on a row selects it; a second click on the row
           END-IF.

           IF MOUSE-POS-Y < 122
           OR MOUSE-POS-Y >= 122
               + (SVC-LAST-SHOWN - SVC-TOP-ROW + 1) * 24 THEN
               EXIT PARAGRAPH
           END-IF.

           COMPUTE CLICKED-SERVICE-ROW =
               (MOUSE-POS-Y - 122) / 24 + SVC-TOP-ROW.

           IF CLICKED-SERVICE-ROW < 1
           OR CLICKED-SERVICE-ROW > SVC-ROW-COUNT THEN
           END-IF.
       CHECK_SERVICE_MENU_KEYS.
           PERFORM MOUSE-SERVICE-MENU.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-UP-SCANCODE
               BY REFERENCE SVC-UP-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-DOWN-SCANCODE
               BY REFERENCE SVC-DOWN-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-LEFT-SCANCODE
               BY REFERENCE SVC-LEFT-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RIGHT-SCANCODE
               BY REFERENCE SVC-RIGHT-KEY-STATE
           END-CALL.

           IF SVC-UP-KEY-STATE > 0 AND SVC-UP-PREV-STATE = 0 THEN
               END-IF
           END-IF.

      *> keep the cursor on screen.
           IF SVC-SELECT-INDEX < SVC-TOP-ROW THEN
               MOVE SVC-SELECT-INDEX TO SVC-TOP-ROW
           END-IF.
           IF SVC-SELECT-INDEX > SVC-TOP-ROW + SVC-PAGE-ROWS - 1 THEN
               COMPUTE SVC-TOP-ROW =
                   SVC-SELECT-INDEX - SVC-PAGE-ROWS + 1
           END-IF.

           MOVE 0 TO SVC-ADJUST-STEP.
           IF SVC-LEFT-KEY-STATE > 0 AND SVC-LEFT-PREV-STATE = 0 THEN
               MOVE -1 TO SVC-ADJUST-STEP

      *> the service button again saves everything and goes back to
      *> the floor.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-SERVICE-SCANCODE
               BY REFERENCE SVC-KEY-STATE
           END-CALL.

           IF SVC-KEY-STATE > 0 AND SVC-KEY-PREV-STATE = 0 THEN
               MOVE "CONFIGCHG" TO AUDIT-EVENT-CODE
               MOVE "Service menu settings saved" TO AUDIT-EVENT-TEXT
               PERFORM LOG-AUDIT-EVENT
               MOVE "SIGNOFF" TO AUDIT-EVENT-CODE
               MOVE "Operator left the service menu"
                   TO AUDIT-EVENT-TEXT
               PERFORM LOG-AUDIT-EVENT
               MOVE SPACES TO OPERATOR-SIGNED-ID
               MOVE SPACE TO OPERATOR-ROLE
               MOVE 0 TO TITLE-IDLE-TIME
      *> a cabinet that failed self-test goes back to its fault
      *> card, not the floor -- clearing that takes a reboot
           END-IF.

           MOVE SVC-KEY-STATE TO SVC-KEY-PREV-STATE.
       OPEN-REPORT-VIEWER.
      *> read the index again: the nightly run may have filed more
      *> since the menu opened.
           CALL "ReadReportIndex" USING
               BY REFERENCE REPORT-LIST
           END-CALL.
           MOVE 1 TO REPORT-SELECT-INDEX.
           MOVE 0 TO REPORT-VIEW-PAGE-FLAG.
           MOVE 22 TO GAME-STATE.
       UPDATE_REPORT_VIEWER.
           IF REPORT-VIEW-PAGE-FLAG = 1 THEN
               PERFORM DRAW-REPORT-PAGE
           ELSE
               PERFORM DRAW-REPORT-LIST
           END-IF.

           PERFORM CHECK_REPORT_VIEWER_KEYS.
       DRAW-REPORT-LIST.
           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE "REPORTS"
                BY REFERENCE LENGTH OF "REPORTS"
                BY REFERENCE 320
                BY REFERENCE 40
                BY REFERENCE 32
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           IF RI-COUNT = 0 THEN
               CALL "DrawText" USING
                    BY REFERENCE GAME
                    BY REFERENCE "No reports on file"
                    BY REFERENCE LENGTH OF "No reports on file"
                    BY REFERENCE 320
                    BY REFERENCE 240
                    BY REFERENCE 24
                    BY REFERENCE DEFAULT-FONT-PATH
               END-CALL
           ELSE
               PERFORM VARYING REPORT-LINE-IDX FROM 1 BY 1
                   UNTIL REPORT-LINE-IDX > RI-COUNT
                   PERFORM DRAW-REPORT-LIST-LINE
               END-PERFORM
           END-IF.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE "UP/DOWN PICK - RIGHT OPEN - LEFT BACK"
                BY REFERENCE
                    LENGTH OF "UP/DOWN PICK - RIGHT OPEN - LEFT BACK"
                BY REFERENCE 320
                BY REFERENCE 455
                BY REFERENCE 14
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.
       DRAW-REPORT-LIST-LINE.
           IF REPORT-LINE-IDX = REPORT-SELECT-INDEX THEN
               MOVE "> " TO REPORT-CURSOR-PREFIX
           ELSE
               MOVE SPACES TO REPORT-CURSOR-PREFIX
           END-IF.

           MOVE SPACES TO REPORT-LINE-TEXT.
           STRING REPORT-CURSOR-PREFIX
                RI-DATE (REPORT-LINE-IDX) " "
                RI-TIME (REPORT-LINE-IDX) (1:4) " "
                RI-NAME (REPORT-LINE-IDX) " "
                RI-RESULT (REPORT-LINE-IDX) " "
                RI-LINES (REPORT-LINE-IDX) " lines"
                DELIMITED BY SIZE
                INTO REPORT-LINE-TEXT
           END-STRING.

           COMPUTE REPORT-LINE-Y = 60 + REPORT-LINE-IDX * 30.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE REPORT-LINE-TEXT
                BY REFERENCE LENGTH OF REPORT-LINE-TEXT
                BY REFERENCE 320
                BY REFERENCE REPORT-LINE-Y
                BY REFERENCE 18
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.
       DRAW-REPORT-PAGE.
           MOVE SPACES TO REPORT-LINE-TEXT.
           STRING RI-NAME (REPORT-SELECT-INDEX) " "
                RI-DATE (REPORT-SELECT-INDEX) " lines "
                REPORT-FIRST-LINE "-" REPORT-LAST-LINE " of "
                RI-LINES (REPORT-SELECT-INDEX)
                DELIMITED BY SIZE
                INTO REPORT-LINE-TEXT
           END-STRING.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE REPORT-LINE-TEXT
                BY REFERENCE LENGTH OF REPORT-LINE-TEXT
                BY REFERENCE 320
                BY REFERENCE 40
                BY REFERENCE 20
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

      *> pruned since the list was read, or the card was swapped.
           IF RP-LINE-COUNT = 0 THEN
               CALL "DrawText" USING
                    BY REFERENCE GAME
                    BY REFERENCE "Report no longer on file"
                    BY REFERENCE LENGTH OF "Report no longer on file"
                    BY REFERENCE 320
                    BY REFERENCE 240
                    BY REFERENCE 24
                    BY REFERENCE DEFAULT-FONT-PATH
               END-CALL
           ELSE
               PERFORM VARYING REPORT-LINE-IDX FROM 1 BY 1
                   UNTIL REPORT-LINE-IDX > RP-LINE-COUNT
                   PERFORM DRAW-REPORT-PAGE-LINE
               END-PERFORM
           END-IF.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE "UP/DOWN PAGE - LEFT LIST - SERVICE MENU"
                BY REFERENCE
                    LENGTH OF "UP/DOWN PAGE - LEFT LIST - SERVICE MENU"
                BY REFERENCE 320
                BY REFERENCE 455
                BY REFERENCE 14
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.
       DRAW-REPORT-PAGE-LINE.
      *> a blank line keeps its place on the page but draws nothing.
           MOVE RP-LINE (REPORT-LINE-IDX) TO REPORT-LINE-TEXT.
           IF REPORT-LINE-TEXT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           COMPUTE REPORT-LINE-Y = 66 + REPORT-LINE-IDX * 24.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE REPORT-LINE-TEXT
                BY REFERENCE LENGTH OF REPORT-LINE-TEXT
                BY REFERENCE 320
                BY REFERENCE REPORT-LINE-Y
                BY REFERENCE 14
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.
       READ-REPORT-VIEW-PAGE.
           CALL "ReadReportPage" USING
               BY REFERENCE RI-PATH (REPORT-SELECT-INDEX)
               BY REFERENCE REPORT-FIRST-LINE
               BY REFERENCE REPORT-PAGE
           END-CALL.

           IF RP-LINE-COUNT = 0 THEN
               MOVE REPORT-FIRST-LINE TO REPORT-LAST-LINE
           ELSE
               COMPUTE REPORT-LAST-LINE =
                   REPORT-FIRST-LINE + RP-LINE-COUNT - 1
           END-IF.
       CHECK_REPORT_VIEWER_KEYS.
      *> the viewer shares the service menu's key edges, so the
      *> arrow that opened it does not also act on its first frame.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-UP-SCANCODE
               BY REFERENCE SVC-UP-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-DOWN-SCANCODE
               BY REFERENCE SVC-DOWN-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-LEFT-SCANCODE
               BY REFERENCE SVC-LEFT-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RIGHT-SCANCODE
               BY REFERENCE SVC-RIGHT-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-SERVICE-SCANCODE
               BY REFERENCE SVC-KEY-STATE
           END-CALL.

           IF REPORT-VIEW-PAGE-FLAG = 1 THEN
               PERFORM CHECK-REPORT-PAGE-KEYS
           ELSE
               PERFORM CHECK-REPORT-LIST-KEYS
           END-IF.

      *> the service button goes straight back to the menu, still
      *> on the REPORTS row; it takes a second press to leave.
           IF SVC-KEY-STATE > 0 AND SVC-KEY-PREV-STATE = 0 THEN
               MOVE 12 TO GAME-STATE
           END-IF.

           MOVE SVC-UP-KEY-STATE TO SVC-UP-PREV-STATE.
           MOVE SVC-DOWN-KEY-STATE TO SVC-DOWN-PREV-STATE.
           MOVE SVC-LEFT-KEY-STATE TO SVC-LEFT-PREV-STATE.
           MOVE SVC-RIGHT-KEY-STATE TO SVC-RIGHT-PREV-STATE.
           MOVE SVC-KEY-STATE TO SVC-KEY-PREV-STATE.
       CHECK-REPORT-LIST-KEYS.
           IF SVC-UP-KEY-STATE > 0 AND SVC-UP-PREV-STATE = 0
           AND REPORT-SELECT-INDEX > 1 THEN
               SUBTRACT 1 FROM REPORT-SELECT-INDEX
           END-IF.

           IF SVC-DOWN-KEY-STATE > 0 AND SVC-DOWN-PREV-STATE = 0
           AND REPORT-SELECT-INDEX < RI-COUNT THEN
               ADD 1 TO REPORT-SELECT-INDEX
           END-IF.

           IF SVC-RIGHT-KEY-STATE > 0 AND SVC-RIGHT-PREV-STATE = 0
           AND RI-COUNT > 0 THEN
               MOVE 1 TO REPORT-FIRST-LINE
               PERFORM READ-REPORT-VIEW-PAGE
               MOVE 1 TO REPORT-VIEW-PAGE-FLAG
           END-IF.

           IF SVC-LEFT-KEY-STATE > 0 AND SVC-LEFT-PREV-STATE = 0 THEN
               MOVE 12 TO GAME-STATE
           END-IF.
       CHECK-REPORT-PAGE-KEYS.
           IF SVC-UP-KEY-STATE > 0 AND SVC-UP-PREV-STATE = 0
           AND REPORT-FIRST-LINE > 1 THEN
               IF REPORT-FIRST-LINE > 15 THEN
                   SUBTRACT 15 FROM REPORT-FIRST-LINE
               ELSE
                   MOVE 1 TO REPORT-FIRST-LINE
               END-IF
               PERFORM READ-REPORT-VIEW-PAGE
           END-IF.

      *> only a full page can have more after it; a step past the
      *> end (a report exactly a page long) steps straight back.
           IF SVC-DOWN-KEY-STATE > 0 AND SVC-DOWN-PREV-STATE = 0
           AND RP-LINE-COUNT = 15 THEN
               ADD 15 TO REPORT-FIRST-LINE
               PERFORM READ-REPORT-VIEW-PAGE
               IF RP-LINE-COUNT = 0 THEN
                   SUBTRACT 15 FROM REPORT-FIRST-LINE
                   PERFORM READ-REPORT-VIEW-PAGE
               END-IF
           END-IF.

           IF SVC-LEFT-KEY-STATE > 0 AND SVC-LEFT-PREV-STATE = 0 THEN
               MOVE 0 TO REPORT-VIEW-PAGE-FLAG
           END-IF.
       ADJUST-SERVICE-ROW.
           MOVE SVC-ROW-MAP (SVC-SELECT-INDEX) TO SVC-ROW-ID.
           EVALUATE SVC-ROW-ID
               WHEN 1
      *> the field is unsigned; step down by subtraction only while
      *> there is room, or the value would wrap instead of stopping
      *> at zero.
                   IF SVC-ADJUST-STEP > 0 THEN
                       ADD 10 TO GAME-VOLUME
                       IF GAME-VOLUME > 100 THEN
                           MOVE 100 TO GAME-VOLUME
                       END-IF
                   ELSE
                       IF GAME-VOLUME > 10 THEN
                           SUBTRACT 10 FROM GAME-VOLUME
                       ELSE
                           MOVE 0 TO GAME-VOLUME
                       END-IF
                   END-IF
                   PERFORM APPLY-VOLUME
               WHEN 2
                   IF SVC-ADJUST-STEP > 0
                   AND GAME-ENEMY-DIFFICULTY < 2 THEN
                       ADD 1 TO GAME-ENEMY-DIFFICULTY
                   END-IF
                   IF SVC-ADJUST-STEP < 0
                   AND GAME-ENEMY-DIFFICULTY > 0 THEN
                       SUBTRACT 1 FROM GAME-ENEMY-DIFFICULTY
                   END-IF
               WHEN 3
                   IF SVC-ADJUST-STEP > 0
                   AND SETTINGS-MATCH-WINS < 99 THEN
                       ADD 1 TO SETTINGS-MATCH-WINS
                   END-IF
                   IF SVC-ADJUST-STEP < 0
                   AND SETTINGS-MATCH-WINS > 1 THEN
                       SUBTRACT 1 FROM SETTINGS-MATCH-WINS
                   END-IF
               WHEN 4
                   COMPUTE SETTINGS-BALL-SPEED =
                       SETTINGS-BALL-SPEED + SVC-ADJUST-STEP * 10
                   IF SETTINGS-BALL-SPEED < 50 THEN
                       MOVE 50 TO SETTINGS-BALL-SPEED
                   END-IF
                   IF SETTINGS-BALL-SPEED > 999 THEN
                       MOVE 999 TO SETTINGS-BALL-SPEED
                   END-IF
      *> the cap follows the base up so the menu can't save a
      *> settings file ValidateConfig would flag at next boot.
                   IF SETTINGS-MAX-BALL-SPEED < SETTINGS-BALL-SPEED
                       COMPUTE SETTINGS-MAX-BALL-SPEED =
                           SETTINGS-BALL-SPEED
                   END-IF
               WHEN 5
                   COMPUTE SETTINGS-PADDLE-SPEED =
                       SETTINGS-PADDLE-SPEED + SVC-ADJUST-STEP * 10
                       MOVE 1 TO SCHEDULE-OVERRIDE-FLAG
                   END-IF
               WHEN 9
                   IF PRIZE-COUNT > 0 THEN
                       IF SVC-ADJUST-STEP > 0 THEN
                           ADD 1 TO PRIZE-PICK
                           IF PRIZE-PICK > PRIZE-COUNT THEN
                               MOVE 1 TO PRIZE-PICK
                           END-IF
                       ELSE
                           PERFORM PAY-PICKED-PRIZE
                       END-IF
                   ELSE
                       IF SVC-ADJUST-STEP > 0
                       AND TICKET-OUTSTANDING-COUNT > 0 THEN
                           PERFORM PAY-OLDEST-TICKET
                       END-IF
                   END-IF
               WHEN 10
      *> gated on the keyed NAME, not the verified flag: a name
                   ELSE
                       PERFORM LOG-OPERATOR-INCIDENT
                   END-IF
               WHEN 15
                   IF SVC-ADJUST-STEP > 0
                   AND INCIDENT-OPEN-COUNT > 0 THEN
                       PERFORM RESOLVE-OLDEST-INCIDENT
                   END-IF
               WHEN 16
                   IF SVC-ADJUST-STEP > 0 THEN
                       ADD 1 TO ADJUST-KIND-PICK
                       IF ADJUST-KIND-PICK > 3 THEN
                           MOVE 1 TO ADJUST-KIND-PICK
                       END-IF
                   ELSE
                       PERFORM POST-MANUAL-ADJUSTMENT
                   END-IF
               WHEN 18
                   IF SVC-ADJUST-STEP > 0 THEN
                       PERFORM CYCLE-MEMBERSHIP-TIER
                   ELSE
                       PERFORM SELL-MEMBERSHIP
                   END-IF
               WHEN 19
                   IF SVC-ADJUST-STEP > 0 THEN
                       ADD 1 TO LIMIT-PICK-SPEND
                       IF LIMIT-PICK-SPEND > 50 THEN
                           MOVE 0 TO LIMIT-PICK-SPEND
                       END-IF
                   ELSE
                       PERFORM SET-ACCOUNT-LIMITS
                   END-IF
               WHEN 20
                   IF SVC-ADJUST-STEP > 0 THEN
                       ADD 15 TO LIMIT-PICK-MINUTES
                       IF LIMIT-PICK-MINUTES > 240 THEN
                           MOVE 0 TO LIMIT-PICK-MINUTES
                       END-IF
                   ELSE
                       PERFORM SET-ACCOUNT-LIMITS
                   END-IF
               WHEN 21
                   PERFORM OPEN-REPORT-VIEWER
               WHEN OTHER
                   IF SVC-ADJUST-STEP > 0 THEN
                       ADD 1 TO ADJUST-REASON-PICK
                       IF ADJUST-REASON-PICK > 5 THEN
                           MOVE 1 TO ADJUST-REASON-PICK
                       END-IF
                   ELSE
                       IF ADJUST-REASON-PICK > 1 THEN
                           SUBTRACT 1 FROM ADJUST-REASON-PICK
                       ELSE
                           MOVE 5 TO ADJUST-REASON-PICK
                       END-IF
                   END-IF
           END-EVALUATE.

      *> the tuning rows change nothing on disk until the menu is
      *> left, but who turned which knob goes on the trail now.
           IF SVC-ROW-ID <= 8 THEN
               PERFORM LOG-SERVICE-SETTING
           END-IF.
       LOG-SERVICE-SETTING.
           MOVE SVC-SELECT-INDEX TO SVC-ROW-IDX.
           PERFORM SET-SERVICE-ROW-TEXT.
           MOVE "CONFIGCHG" TO AUDIT-EVENT-CODE.
           MOVE SPACES TO AUDIT-EVENT-TEXT.
           STRING "Service row " SVC-ROW-NAME " set to "
               SVC-VALUE-TEXT
               DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-EVENT.
       POST-MANUAL-ADJUSTMENT.
      *> a refund is one default coin handed back; a grant or a
      *> removal is one credit on the cabinet. Removing what is not
      *> there is refused rather than posted.
           MOVE ADJUST-REASON-NAME (ADJUST-REASON-PICK)
               TO ADJUST-REASON.
           MOVE 0 TO ADJUST-AMOUNT.
           MOVE 0 TO ADJUST-CREDITS.
           EVALUATE ADJUST-KIND-PICK
               WHEN 1
                   MOVE "R" TO ADJUST-KIND
                   MOVE DEFAULT-COIN-VALUE TO ADJUST-AMOUNT
               WHEN 2
                   MOVE "G" TO ADJUST-KIND
                   MOVE 1 TO ADJUST-CREDITS
               WHEN OTHER
                   IF CREDIT-COUNT = 0 THEN
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "X" TO ADJUST-KIND
                   MOVE 1 TO ADJUST-CREDITS
           END-EVALUATE.

           CALL "WriteAdjustment" USING
               BY REFERENCE ADJUST-KIND
               BY REFERENCE ADJUST-AMOUNT
               BY REFERENCE ADJUST-CREDITS
               BY REFERENCE ADJUST-REASON
               BY REFERENCE OPERATOR-SIGNED-ID
               BY REFERENCE ADJUST-OK-FLAG
           END-CALL.

           IF ADJUST-OK-FLAG = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF ADJUST-KIND = "G" AND CREDIT-COUNT < 99 THEN
               ADD 1 TO CREDIT-COUNT
           END-IF.
           IF ADJUST-KIND = "X" THEN
               SUBTRACT 1 FROM CREDIT-COUNT
           END-IF.

           MOVE "ADJUST" TO AUDIT-EVENT-CODE.
           MOVE SPACES TO AUDIT-EVENT-TEXT.
           IF ADJUST-KIND = "R" THEN
               COMPUTE ADJUST-AMOUNT-EDIT = ADJUST-AMOUNT / 100
               STRING "Cash refund " ADJUST-AMOUNT-EDIT
                   " reason " ADJUST-REASON
                   DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
               END-STRING
           ELSE
               STRING "Credit adjustment " ADJUST-KIND " "
                   ADJUST-CREDITS " reason " ADJUST-REASON
                   DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
               END-STRING
           END-IF.
           PERFORM LOG-AUDIT-EVENT.
       LOG-OPERATOR-INCIDENT.
           EVALUATE INCIDENT-CATEGORY-PICK
               WHEN 1
               BY REFERENCE INCIDENT-TEXT
           END-CALL.

           MOVE "INCIDENT" TO AUDIT-EVENT-CODE.
           MOVE SPACES TO AUDIT-EVENT-TEXT.
           STRING "Incident logged: " INCIDENT-CATEGORY
               DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-EVENT.

           CALL "CountOpenIncidents" USING
               BY REFERENCE INCIDENT-OPEN-COUNT
           END-CALL.
               PERFORM DISARM-EVENT-PRESET
           END-IF.

      *> the operator taking the cabinet back ends a hire's hold
      *> on it; the hire is not armed again today.
           IF BOOKING-ARMED-NUMBER > 0 THEN
               MOVE "BOOKING" TO AUDIT-EVENT-CODE
               MOVE SPACES TO AUDIT-EVENT-TEXT
               STRING "Private hire " BOOKING-ARMED-NUMBER
                   " handed back to the service menu"
                   DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
               END-STRING
               PERFORM LOG-AUDIT-EVENT
               MOVE 0 TO BOOKING-ARMED-NUMBER
           END-IF.

           ADD 1 TO EVENT-ARMED-INDEX.
           IF EVENT-ARMED-INDEX > EVENT-COUNT THEN
               MOVE 0 TO EVENT-ARMED-INDEX
               EXIT PARAGRAPH
           END-IF.

           PERFORM ARM-EVENT-PRESET.
       ARM-EVENT-PRESET.
      *> arming snapshots what the expiry has to put back.
           MOVE GAME-VOLUME TO PRE-EVENT-VOLUME.
           MOVE SCHEDULE-OVERRIDE-FLAG TO PRE-EVENT-OVERRIDE.
               DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-EVENT.
       CHECK-BOOKINGS.
           CALL "LoadBookings" USING
               BY REFERENCE TICKER-TODAY-YMD
               BY REFERENCE BOOKING-COUNT
               BY REFERENCE BOOKING-TABLE
           END-CALL.

           ACCEPT EVENT-NOW-RAW FROM TIME.
           COMPUTE EVENT-NOW-HHMM = EVENT-NOW-RAW / 10000.

           IF BOOKING-ARMED-NUMBER > 0 THEN
               IF EVENT-NOW-HHMM >= BOOKING-END-HHMM THEN
                   PERFORM END-BOOKING
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING BOOKING-IDX FROM 1 BY 1
               UNTIL BOOKING-IDX > BOOKING-COUNT
               OR BOOKING-ARMED-NUMBER > 0
               IF EVENT-NOW-HHMM >= BV-START-HHMM (BOOKING-IDX)
               AND EVENT-NOW-HHMM < BV-END-HHMM (BOOKING-IDX) THEN
                   PERFORM CHECK-BOOKING-DONE
                   IF BOOKING-DONE-FLAG = 0 THEN
                       PERFORM START-BOOKING
                   END-IF
               END-IF
           END-PERFORM.
       CHECK-BOOKING-DONE.
           MOVE 0 TO BOOKING-DONE-FLAG.
           PERFORM VARYING BOOKING-DONE-IDX FROM 1 BY 1
               UNTIL BOOKING-DONE-IDX > BOOKING-DONE-COUNT
               IF BOOKING-DONE-NUMBER (BOOKING-DONE-IDX)
                   = BV-NUMBER (BOOKING-IDX) THEN
                   MOVE 1 TO BOOKING-DONE-FLAG
               END-IF
           END-PERFORM.
       START-BOOKING.
      *> whatever happens next, this hire has had its turn today.
           IF BOOKING-DONE-COUNT < 8 THEN
               ADD 1 TO BOOKING-DONE-COUNT
               MOVE BV-NUMBER (BOOKING-IDX)
                   TO BOOKING-DONE-NUMBER (BOOKING-DONE-COUNT)
           END-IF.

           MOVE 0 TO BOOKING-PRESET-IDX.
           PERFORM VARYING BOOKING-SEARCH-IDX FROM 1 BY 1
               UNTIL BOOKING-SEARCH-IDX > EVENT-COUNT
               OR BOOKING-PRESET-IDX > 0
               IF EP-NAME (BOOKING-SEARCH-IDX)
                   = BV-PRESET (BOOKING-IDX) THEN
                   MOVE BOOKING-SEARCH-IDX TO BOOKING-PRESET-IDX
               END-IF
           END-PERFORM.

           MOVE "BOOKING" TO AUDIT-EVENT-CODE.
           MOVE SPACES TO AUDIT-EVENT-TEXT.

           IF BOOKING-PRESET-IDX = 0 THEN
               STRING "Private hire " BV-NUMBER (BOOKING-IDX)
                   " not armed: no preset "
                   BV-PRESET (BOOKING-IDX) " in events.dat"
                   DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
               END-STRING
               PERFORM LOG-AUDIT-EVENT
               EXIT PARAGRAPH
           END-IF.

           STRING "Private hire " BV-NUMBER (BOOKING-IDX)
               " started: " BV-CUSTOMER (BOOKING-IDX)
               DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-EVENT.

      *> the hire takes over from whatever event the operator had
      *> armed by hand.
           IF EVENT-ARMED-INDEX > 0 THEN
               PERFORM DISARM-EVENT-PRESET
           END-IF.

           MOVE BOOKING-PRESET-IDX TO EVENT-ARMED-INDEX.
           PERFORM ARM-EVENT-PRESET.

      *> the booking, not the preset's own expiry, says when the
      *> party is over.
           MOVE BV-END-HHMM (BOOKING-IDX) TO EVENT-EXPIRY-HHMM.
           MOVE BV-END-HHMM (BOOKING-IDX) TO BOOKING-END-HHMM.
           MOVE BV-NUMBER (BOOKING-IDX) TO BOOKING-ARMED-NUMBER.
       END-BOOKING.
           PERFORM DISARM-EVENT-PRESET.
           MOVE 0 TO EVENT-ARMED-INDEX.

           MOVE "BOOKING" TO AUDIT-EVENT-CODE.
           MOVE SPACES TO AUDIT-EVENT-TEXT.
           STRING "Private hire " BOOKING-ARMED-NUMBER " ended at "
               BOOKING-END-HHMM
               DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-EVENT.

           MOVE 0 TO BOOKING-ARMED-NUMBER.
           MOVE 0 TO BOOKING-END-HHMM.
       DISARM-EVENT-PRESET.
           MOVE PRE-EVENT-VOLUME TO GAME-VOLUME.
           PERFORM APPLY-VOLUME.
               EXIT PARAGRAPH
           END-IF.

      *> a block rented for a signed-in account with a play-time
      *> limit must fit in what is left of the account's day.
           IF ACCOUNT-ACTIVE-FLAG = 1 THEN
               MOVE "R" TO ACCOUNT-LIMIT-ACTION
               PERFORM ASK-ACCOUNT-LIMITS
               COMPUTE RENTAL-BLOCK-MINUTES =
                   CREDIT-COUNT * RENTAL-MINUTES-PER-CREDIT
               IF ACCOUNT-MINUTES-CAP > 0
               AND ACCOUNT-MINUTES-TODAY + RENTAL-BLOCK-MINUTES
                   > ACCOUNT-MINUTES-CAP THEN
                   MOVE "RENTAL BLOCK OVER DAILY PLAY LIMIT"
                       TO ACCOUNT-MSG-TEXT
                   MOVE 8 TO ACCOUNT-MSG-TIME
                   MOVE "ACCTLIMIT" TO AUDIT-EVENT-CODE
                   MOVE SPACES TO AUDIT-EVENT-TEXT
                   STRING "Rental of " RENTAL-BLOCK-MINUTES
                       " min refused for " ACCOUNT-INITIALS
                       ": played " ACCOUNT-MINUTES-TODAY " of "
                       ACCOUNT-MINUTES-CAP " min today"
                       DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
                   END-STRING
                   PERFORM LOG-AUDIT-EVENT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF RENTAL-ACTIVE-FLAG = 0 THEN
               MOVE 0 TO RENTAL-RECEIPT-COUNT
           END-IF.

           COMPUTE RENTAL-TIME-LEFT = RENTAL-TIME-LEFT
               + CREDIT-COUNT * RENTAL-MINUTES-PER-CREDIT * 60.
           MOVE CREDIT-COUNT TO RECEIPT-AMOUNT.
           MOVE 0 TO CREDIT-COUNT.
           MOVE 1 TO RENTAL-ACTIVE-FLAG.
           MOVE 1 TO SESSION-TIMED-FLAG.

           MOVE "RENTAL" TO RECEIPT-KIND.
           MOVE 0 TO RECEIPT-VOIDS.
           PERFORM ISSUE-RECEIPT.

           IF RECEIPT-NUMBER > 0 AND RENTAL-RECEIPT-COUNT < 9 THEN
               ADD 1 TO RENTAL-RECEIPT-COUNT
               MOVE RECEIPT-NUMBER
                   TO RENTAL-RECEIPT-NUMBER (RENTAL-RECEIPT-COUNT)
               MOVE RECEIPT-AMOUNT
                   TO RENTAL-RECEIPT-CREDITS (RENTAL-RECEIPT-COUNT)
           END-IF.

           MOVE "RENTAL" TO AUDIT-EVENT-CODE.
           MOVE "Timed rental block armed from the menu"
               TO AUDIT-EVENT-TEXT.
           MOVE 0 TO RENTAL-ACTIVE-FLAG.
           MOVE 0 TO RENTAL-TIME-LEFT.

      *> the party's money goes back across the counter, so each
      *> receipt the block was armed on gets its VOID slip.
           MOVE "VOID" TO RECEIPT-KIND.
           PERFORM VARYING RENTAL-RECEIPT-IDX FROM 1 BY 1
               UNTIL RENTAL-RECEIPT-IDX > RENTAL-RECEIPT-COUNT
               MOVE RENTAL-RECEIPT-NUMBER (RENTAL-RECEIPT-IDX)
                   TO RECEIPT-VOIDS
               MOVE RENTAL-RECEIPT-CREDITS (RENTAL-RECEIPT-IDX)
                   TO RECEIPT-AMOUNT
               PERFORM ISSUE-RECEIPT
           END-PERFORM.
           MOVE 0 TO RENTAL-RECEIPT-COUNT.

           MOVE "RENTAL" TO AUDIT-EVENT-CODE.
           MOVE "Timed rental block voided from the menu"
               TO AUDIT-EVENT-TEXT.
                   BY REFERENCE COIN-EVENT-KIND
                   BY REFERENCE COIN-EVENT-CREDITS
                   BY REFERENCE COIN-EVENT-RULE
                   BY REFERENCE COIN-EVENT-CHANNEL
                   BY REFERENCE COIN-EVENT-VALUE
               END-CALL
               MOVE "TOPUP" TO AUDIT-EVENT-CODE
               MOVE SPACES TO AUDIT-EVENT-TEXT
               STRING "Top-up sold to " ACCOUNT-INITIALS
                   ", balance now " ACCOUNT-BALANCE
                   DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
               END-STRING
               PERFORM LOG-AUDIT-EVENT
               MOVE "TOPUP" TO RECEIPT-KIND
               MOVE 1 TO RECEIPT-AMOUNT
               MOVE 0 TO RECEIPT-VOIDS
               PERFORM ISSUE-RECEIPT
           END-IF.
       REFRESH-PRICING.
      *> the window's price, bent for whoever is signed in.
           PERFORM SET-MEMBERSHIP-KEY.
           MOVE MEMBERSHIP-KEY TO PRICED-MEMBERSHIP-KEY.
           MOVE "Q" TO MEMBERSHIP-ACTION.
           PERFORM ASK-MEMBER-PRICING.
           CALL "CheckPricing" USING
               BY REFERENCE PRICE-CREDITS-PER-COIN
               BY REFERENCE PRICE-FREE-FLAG
               BY REFERENCE PRICE-RULE-ID
               BY REFERENCE PRICE-UNTIL
               BY REFERENCE MEMBERSHIP-TIER
               BY REFERENCE MEMBERSHIP-CREDITS
               BY REFERENCE MEMBERSHIP-FREE-LEFT
           END-CALL.
       SET-MEMBERSHIP-KEY.
      *> a member number outranks a walk-up account's key; nobody
      *> signed in is nobody to price for.
           MOVE SPACES TO MEMBERSHIP-KEY.
           MOVE SPACES TO MEMBERSHIP-SALE-INITIALS.
           IF MEMBER-SIGNED-IN-FLAG = 1 THEN
               MOVE MEMBER-NUMBER TO MEMBERSHIP-KEY
               MOVE MEMBER-INITIALS TO MEMBERSHIP-SALE-INITIALS
           ELSE
               IF ACCOUNT-ACTIVE-FLAG = 1 THEN
                   MOVE ACCOUNT-KEY TO MEMBERSHIP-KEY
                   MOVE ACCOUNT-INITIALS TO MEMBERSHIP-SALE-INITIALS
               END-IF
           END-IF.
       ASK-MEMBER-PRICING.
           CALL "MemberPricing" USING
               BY REFERENCE MEMBERSHIP-ACTION
               BY REFERENCE MEMBERSHIP-KEY
               BY REFERENCE MEMBERSHIP-TIER
               BY REFERENCE MEMBERSHIP-CREDITS
               BY REFERENCE MEMBERSHIP-FREE-LEFT
               BY REFERENCE MEMBERSHIP-EXPIRY
           END-CALL.
       CYCLE-MEMBERSHIP-TIER.
      *> steps to the next tier the site lists, wrapping round;
      *> with none listed the pick stays where it is.
           IF MEMBER-TIER-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST AFTER
               UNTIL TV-DEFINED-FLAG (MEMBERSHIP-TIER-PICK) = 1
               IF MEMBERSHIP-TIER-PICK < 9 THEN
                   ADD 1 TO MEMBERSHIP-TIER-PICK
               ELSE
                   MOVE 1 TO MEMBERSHIP-TIER-PICK
               END-IF
           END-PERFORM.
       SELL-MEMBERSHIP.
      *> the fee is taken across the counter; the ledger carries a
      *> MEMB line under the tier, valued at the fee, so the cash
      *> box still reconciles and the sales journal books it, and
      *> the member's price takes effect on the next frame.
           PERFORM SET-MEMBERSHIP-KEY.
           IF MEMBERSHIP-KEY = SPACES
           OR TV-DEFINED-FLAG (MEMBERSHIP-TIER-PICK) = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           CALL "SellMembership" USING
               BY REFERENCE MEMBERSHIP-KEY
               BY REFERENCE MEMBERSHIP-SALE-INITIALS
               BY REFERENCE MEMBERSHIP-TIER-PICK
               BY REFERENCE MEMBERSHIP-SALE-EXPIRY
               BY REFERENCE MEMBERSHIP-SALE-FEE
               BY REFERENCE MEMBERSHIP-SALE-OK
           END-CALL.

           IF MEMBERSHIP-SALE-OK = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "MEMB" TO COIN-EVENT-KIND.
           MOVE 1 TO COIN-EVENT-CREDITS.
           MOVE MEMBERSHIP-TIER-PICK TO COIN-EVENT-RULE.
           MOVE MEMBERSHIP-SALE-FEE TO COIN-EVENT-VALUE.
           CALL "WriteCoinEvent" USING
               BY REFERENCE COIN-EVENT-KIND
               BY REFERENCE COIN-EVENT-CREDITS
               BY REFERENCE COIN-EVENT-RULE
               BY REFERENCE COIN-EVENT-CHANNEL
               BY REFERENCE COIN-EVENT-VALUE
           END-CALL.
           MOVE "MEMBERSHIP" TO AUDIT-EVENT-CODE.
           MOVE SPACES TO AUDIT-EVENT-TEXT.
           STRING "Membership " TV-TIER-NAME (MEMBERSHIP-TIER-PICK)
               " sold to " MEMBERSHIP-SALE-INITIALS
               " (" MEMBERSHIP-KEY "), fee " MEMBERSHIP-SALE-FEE
               ", expires " MEMBERSHIP-SALE-EXPIRY
               DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-EVENT.

           MOVE "R" TO MEMBERSHIP-ACTION.
           PERFORM ASK-MEMBER-PRICING.
           PERFORM REFRESH-PRICING.
       SET-ACCOUNT-LIMITS.
      *> like a top-up, gated on the keyed account name: a parent
      *> sets the limits with the child's account keyed in.
           IF ACCOUNT-KEY = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           CALL "SetAccountLimits" USING
               BY REFERENCE ACCOUNT-KEY
               BY REFERENCE LIMIT-PICK-SPEND
               BY REFERENCE LIMIT-PICK-MINUTES
               BY REFERENCE OPERATOR-SIGNED-ID
               BY REFERENCE LIMIT-SET-OK
           END-CALL.

           IF LIMIT-SET-OK = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "ACCTLIMSET" TO AUDIT-EVENT-CODE.
           MOVE SPACES TO AUDIT-EVENT-TEXT.
           STRING "Daily limits on " ACCOUNT-INITIALS " ("
               ACCOUNT-KEY ") set to " LIMIT-PICK-SPEND
               " credits, " LIMIT-PICK-MINUTES " minutes"
               DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-EVENT.

      *> a limit raised clears the day's notice, so a limit reached
      *> again is told again.
           MOVE SPACE TO ACCOUNT-LIMIT-NOTED-HIT.
           MOVE "R" TO ACCOUNT-LIMIT-ACTION.
           PERFORM ASK-ACCOUNT-LIMITS.
       ISSUE-RECEIPT.
      *> a top-up's balance is the account's; a rental or voucher
      *> moves the credits in the machine, so those show what is
      *> left there. A walk-up's receipt carries no initials.
           IF ACCOUNT-ACTIVE-FLAG = 1 OR RECEIPT-KIND = "TOPUP" THEN
               MOVE ACCOUNT-INITIALS TO RECEIPT-INITIALS
           ELSE
               MOVE SPACES TO RECEIPT-INITIALS
           END-IF.

           IF RECEIPT-KIND = "TOPUP" THEN
               MOVE ACCOUNT-BALANCE TO RECEIPT-BALANCE
           ELSE
               MOVE CREDIT-COUNT TO RECEIPT-BALANCE
           END-IF.

           CALL "WriteReceipt" USING
               BY REFERENCE RECEIPT-KIND
               BY REFERENCE RECEIPT-INITIALS
               BY REFERENCE RECEIPT-AMOUNT
               BY REFERENCE RECEIPT-BALANCE
               BY REFERENCE RECEIPT-VOIDS
               BY REFERENCE GAME-CABINET-ID
               BY REFERENCE RECEIPT-NUMBER
           END-CALL.
       PAY-OLDEST-TICKET.
           CALL "RedeemTicket" USING
               BY REFERENCE TICKET-PAID-INITIALS
                   BY REFERENCE TICKET-OUTSTANDING-COUNT
               END-CALL
           END-IF.
       LOAD-PRIZE-CATALOG.
           CALL "LoadPrizeCatalog" USING
               BY REFERENCE PRIZE-COUNT
               BY REFERENCE PRIZE-TABLE
           END-CALL.

           IF PRIZE-PICK > PRIZE-COUNT OR PRIZE-PICK = 0 THEN
               MOVE 1 TO PRIZE-PICK
           END-IF.
       PAY-PICKED-PRIZE.
           MOVE ACCOUNT-INITIALS TO PRIZE-PAYEE.

           CALL "RedeemPrize" USING
               BY REFERENCE PRIZE-PAYEE
               BY REFERENCE PR-CODE (PRIZE-PICK)
               BY REFERENCE GAME-CABINET-ID
               BY REFERENCE PRIZE-RESULT
               BY REFERENCE PRIZE-OWED-LEFT
           END-CALL.

      *> a refusal goes on the trail too: the attendant who says
      *> "not enough tickets" has it on record that they checked.
           MOVE SPACES TO AUDIT-EVENT-TEXT.
           EVALUATE PRIZE-RESULT
               WHEN 1
                   MOVE "PRIZE" TO AUDIT-EVENT-CODE
                   STRING "Prize " PR-CODE (PRIZE-PICK)
                       " paid to " PRIZE-PAYEE " for "
                       PR-TICKET-COST (PRIZE-PICK) " ticket(s), "
                       PRIZE-OWED-LEFT " still owed"
                       DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
                   END-STRING
               WHEN 3
                   MOVE "PRIZENO" TO AUDIT-EVENT-CODE
                   STRING "Prize " PR-CODE (PRIZE-PICK)
                       " refused: out of stock"
                       DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
                   END-STRING
               WHEN 4
                   MOVE "PRIZENO" TO AUDIT-EVENT-CODE
                   STRING "Prize " PR-CODE (PRIZE-PICK)
                       " refused: " PRIZE-PAYEE " holds "
                       PRIZE-OWED-LEFT " owed ticket(s), needs "
                       PR-TICKET-COST (PRIZE-PICK)
                       DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "PRIZENO" TO AUDIT-EVENT-CODE
                   STRING "Prize " PR-CODE (PRIZE-PICK)
                       " not paid: catalog or ledger unavailable"
                       DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
                   END-STRING
           END-EVALUATE.
           PERFORM LOG-AUDIT-EVENT.

           IF PRIZE-RESULT = 1 THEN
               CALL "ReadTicketCounts" USING
                   BY REFERENCE TICKET-EARNED-COUNT
                   BY REFERENCE TICKET-REDEEMED-COUNT
                   BY REFERENCE TICKET-OUTSTANDING-COUNT
               END-CALL
               PERFORM LOAD-PRIZE-CATALOG
           END-IF.
       LOG-AUDIT-EVENT.
      *> the operator column is blank except while someone is
      *> signed on to the service menu; the match column only on
      *> the lines that open and close a match and the handicap
      *> line between them.
           IF AUDIT-EVENT-CODE = "MATCHSTART"
           OR AUDIT-EVENT-CODE = "MATCHEND"
           OR AUDIT-EVENT-CODE = "HANDICAP" THEN
               MOVE MATCH-NUMBER TO AUDIT-MATCH-NUMBER
           ELSE
               MOVE 0 TO AUDIT-MATCH-NUMBER
           END-IF.

           CALL "LogOperatorEvent" USING
               BY REFERENCE AUDIT-EVENT-CODE
               BY REFERENCE AUDIT-EVENT-TEXT
               BY REFERENCE GAME-CABINET-ID
               BY REFERENCE OPERATOR-SIGNED-ID
               BY REFERENCE AUDIT-MATCH-NUMBER
           END-CALL.
       SNAPSHOT-PRIOR-CROWN.
           CALL "ReadCrown" USING
               BY REFERENCE PRIOR-CROWN-HOLDER
               BY REFERENCE PRIOR-CROWN-STREAK
               BY REFERENCE PRIOR-BEST-HOLDER
               BY REFERENCE PRIOR-BEST-STREAK
           END-CALL.
       NOTE-CROWN-CHANGE.
      *> a nameless winner leaves the crown alone, and then there
      *> is nothing for a void to put back.
           IF CROWN-HOLDER NOT = PRIOR-CROWN-HOLDER
           OR CROWN-STREAK NOT = PRIOR-CROWN-STREAK THEN
               MOVE "CROWN" TO POSTING-KIND
               MOVE PRIOR-CROWN-HOLDER TO POSTING-INITIALS
               MOVE PRIOR-BEST-HOLDER TO POSTING-OTHER-INITIALS
               MOVE SPACES TO POSTING-VALUES
               MOVE PRIOR-CROWN-STREAK TO POSTING-PRIOR-STREAK
               MOVE PRIOR-BEST-STREAK TO POSTING-PRIOR-BEST-STREAK
               PERFORM WRITE-MATCH-POSTING
           END-IF.

           IF CROWN-STREAK > CROWN-BEST-STREAK THEN
               MOVE CROWN-STREAK TO CROWN-BEST-STREAK
               MOVE CROWN-HOLDER TO CROWN-BEST-HOLDER
               END-STRING
               PERFORM LOG-AUDIT-EVENT
           END-IF.
       WRITE-MATCH-POSTING.
           CALL "WriteMatchPosting" USING
               BY REFERENCE MATCH-NUMBER
               BY REFERENCE POSTING-KIND
               BY REFERENCE POSTING-INITIALS
               BY REFERENCE POSTING-OTHER-INITIALS
               BY REFERENCE POSTING-VALUES
           END-CALL.
       ASK-PUBLIC-NAME.
           CALL "MaskPublicName" USING
               BY REFERENCE PUBLIC-NAME-ACTION
               BY REFERENCE PUBLIC-NAME-KEY
               BY REFERENCE PUBLIC-NAME-IN
               BY REFERENCE PUBLIC-NAME-SHOWN
           END-CALL.
           MOVE "Q" TO PUBLIC-NAME-ACTION.
       REFRESH-RATING-LEADER.
           CALL "ReadRatingLeader" USING
               BY REFERENCE RATING-LEADER-INITIALS
      *> the right arrow on the title screen opens the ladder board
      *> -- the left already bought practice, so the arrows pair up
      *> as "train" and "compete".
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RIGHT-SCANCODE
               BY REFERENCE LADDER-KEY-STATE
           END-CALL.

           IF LADDER-KEY-STATE > 0 AND LADDER-KEY-PREV-STATE = 0 THEN
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.
       CHECK_LADDER_BOARD_KEYS.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-UP-SCANCODE
               BY REFERENCE LADDER-UP-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-DOWN-SCANCODE
               BY REFERENCE LADDER-DOWN-KEY-STATE
           END-CALL.

           IF LADDER-UP-KEY-STATE > 0
      *> start challenges one rung above the selection, the
      *> tournament key reaches two; both are paid two-player
      *> matches like everything else on the floor.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RESTART-SCANCODE
               BY REFERENCE RESTART-KEY-STATE
           END-CALL.

           IF RESTART-KEY-STATE > 0

           MOVE RESTART-KEY-STATE TO RESTART-KEY-PREV-STATE.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-TOURNAMENT-SCANCODE
               BY REFERENCE TOURN-KEY-STATE
           END-CALL.

           IF TOURN-KEY-STATE > 0
           MOVE TOURN-KEY-STATE TO TOURN-KEY-PREV-STATE.

      *> the replay key keys a new name onto the bottom rung.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-REPLAY-SCANCODE
               BY REFERENCE LADDER-JOIN-KEY-STATE
           END-CALL.

           IF LADDER-JOIN-KEY-STATE > 0

           MOVE LADDER-JOIN-KEY-STATE TO LADDER-JOIN-PREV-STATE.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RIGHT-SCANCODE
               BY REFERENCE LADDER-KEY-STATE
           END-CALL.

           IF LADDER-KEY-STATE > 0
           MOVE 1 TO GAME-TWO-PLAYER-FLAG.
           MOVE 0 TO GAME-DOUBLES-FLAG.

           PERFORM TAKE-MATCH-NUMBER.
           MOVE "MATCHSTART" TO AUDIT-EVENT-CODE.
           MOVE "Ladder challenge match started"
               TO AUDIT-EVENT-TEXT.
      *> both names defended today, so both inactivity clocks
      *> restart.
           IF CHALLENGE-WON-FLAG = 1 THEN
               MOVE "LADDER" TO POSTING-KIND
               MOVE LR-INITIALS (CHALLENGE-CHALLENGER-IDX)
                   TO POSTING-INITIALS
               MOVE LR-INITIALS (CHALLENGE-TARGET-IDX)
                   TO POSTING-OTHER-INITIALS
               MOVE SPACES TO POSTING-VALUES
               MOVE CHALLENGE-CHALLENGER-IDX
                   TO POSTING-CHALLENGER-RUNG
               MOVE CHALLENGE-TARGET-IDX TO POSTING-DEFENDER-RUNG
               PERFORM WRITE-MATCH-POSTING
               MOVE LR-INITIALS (CHALLENGE-TARGET-IDX)
                   TO LADDER-SWAP-INITIALS
               MOVE LR-INITIALS (CHALLENGE-CHALLENGER-IDX)
      *> P1 down on the title signs an account in; pressed again
      *> with one signed in, it signs out -- regulars walking away
      *> shouldn't leave their balance live on the floor.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-DOWN-SCANCODE
               BY REFERENCE ACCT-SIGNIN-KEY-STATE
           END-CALL.

           IF ACCT-SIGNIN-KEY-STATE > 0
               IF ACCOUNT-ACTIVE-FLAG = 1 THEN
                   MOVE 0 TO ACCOUNT-ACTIVE-FLAG
                   MOVE SPACES TO ACCOUNT-INITIALS
                   MOVE SPACES TO ACCOUNT-KEY
                   MOVE 0 TO ACCOUNT-BALANCE
               ELSE
      *> a signed-in member already told the cabinet who they are;
      *> only the PIN is left to key.
                   IF MEMBER-SIGNED-IN-FLAG = 1 THEN
                       MOVE MEMBER-INITIALS TO PLAYER-INITIALS
                       MOVE 0 TO TITLE-IDLE-TIME
                       PERFORM CONFIRM-ACCOUNT-NAME
                   ELSE
                       MOVE 7 TO INITIALS-ENTRY-MODE
                       PERFORM SEED-INITIALS-ENTRY
                       MOVE 0 TO TITLE-IDLE-TIME
                       MOVE 8 TO GAME-STATE
                   END-IF
               END-IF
           END-IF.

       CONFIRM-ACCOUNT-NAME.
           MOVE 0 TO INITIALS-ENTRY-MODE.
           MOVE PLAYER-INITIALS TO ACCOUNT-INITIALS.
           MOVE PLAYER-INITIALS TO KEY-LOOKUP-INITIALS.
           PERFORM RESOLVE-PLAYER-KEY.
           MOVE KEY-LOOKUP-RESULT TO ACCOUNT-KEY.
           PERFORM SEED-PIN-ENTRY.
           MOVE 17 TO GAME-STATE.
       SEED-PIN-ENTRY.

           PERFORM CHECK_PIN_KEYS.
       CHECK_PIN_KEYS.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-UP-SCANCODE
               BY REFERENCE INITIALS-UP-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-DOWN-SCANCODE
               BY REFERENCE INITIALS-DOWN-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RESTART-SCANCODE
               BY REFERENCE INITIALS-CONFIRM-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-REMAP-SCANCODE
               BY REFERENCE INITIALS-SKIP-KEY-STATE
           END-CALL.

           IF INITIALS-UP-KEY-STATE > 0
               + PIN-DIGIT (3) * 10 + PIN-DIGIT (4).

           CALL "CheckPlayerPin" USING
               BY REFERENCE ACCOUNT-KEY
               BY REFERENCE PIN-TRY-VALUE
               BY REFERENCE PIN-OK-FLAG
               BY REFERENCE ACCT-EXISTS-FLAG
      *> first PIN keyed at the cabinet becomes the account's own.
               IF PIN-SET-FLAG = 0 AND PIN-TRY-VALUE NOT = 0 THEN
                   CALL "SetPlayerPin" USING
                       BY REFERENCE ACCOUNT-KEY
                       BY REFERENCE PIN-TRY-VALUE
                       BY REFERENCE PIN-STORED-FLAG
                   END-CALL
               END-IF
               IF PIN-OK-FLAG = 1 THEN
                   MOVE 1 TO ACCOUNT-ACTIVE-FLAG
                   PERFORM WARN-IF-DORMANT
               ELSE
                   MOVE "WRONG PIN" TO ACCOUNT-MSG-TEXT
                   MOVE 5 TO ACCOUNT-MSG-TIME
                   END-STRING
                   PERFORM LOG-AUDIT-EVENT
                   MOVE SPACES TO ACCOUNT-INITIALS
                   MOVE SPACES TO ACCOUNT-KEY
               END-IF
           END-IF.

           MOVE 0 TO TITLE-IDLE-TIME.
           MOVE 1 TO RESTART-KEY-PREV-STATE.
           MOVE 4 TO GAME-STATE.
       WARN-IF-DORMANT.
           CALL "CheckDormantNotice" USING
               BY REFERENCE ACCOUNT-KEY
               BY REFERENCE DORMANT-NOTICE-FLAG
               BY REFERENCE DORMANT-EXPIRES
           END-CALL.

           IF DORMANT-NOTICE-FLAG = 0 OR ACCOUNT-BALANCE = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ACCOUNT-MSG-TEXT.
           STRING "UNUSED CREDIT EXPIRES " DORMANT-EXPIRES
               DELIMITED BY SIZE INTO ACCOUNT-MSG-TEXT
           END-STRING.
           MOVE 8 TO ACCOUNT-MSG-TIME.

           MOVE "DORMWARN" TO AUDIT-EVENT-CODE.
           MOVE SPACES TO AUDIT-EVENT-TEXT.
           STRING "Dormant account " ACCOUNT-INITIALS
               " warned at sign-in: " ACCOUNT-BALANCE
               " credits expire " DORMANT-EXPIRES
               DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-EVENT.
       CHECK_VOUCHER_KEY.
      *> the remap key is idle on the title screen (remapping only
      *> opens from pause); here it opens the voucher-code entry.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-REMAP-SCANCODE
               BY REFERENCE VOUCHER-KEY-STATE
           END-CALL.

           IF VOUCHER-KEY-STATE > 0

           PERFORM CHECK_VOUCHER_KEYS.
       CHECK_VOUCHER_KEYS.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-UP-SCANCODE
               BY REFERENCE INITIALS-UP-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-DOWN-SCANCODE
               BY REFERENCE INITIALS-DOWN-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RESTART-SCANCODE
               BY REFERENCE INITIALS-CONFIRM-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-REMAP-SCANCODE
               BY REFERENCE INITIALS-SKIP-KEY-STATE
           END-CALL.

           IF INITIALS-UP-KEY-STATE > 0
                   BY REFERENCE COIN-EVENT-KIND
                   BY REFERENCE COIN-EVENT-CREDITS
                   BY REFERENCE COIN-EVENT-RULE
                   BY REFERENCE COIN-EVENT-CHANNEL
                   BY REFERENCE COIN-EVENT-VALUE
               END-CALL
               MOVE "VOUCHR" TO RECEIPT-KIND
               MOVE VOUCHER-GRANT-CREDITS TO RECEIPT-AMOUNT
               MOVE 0 TO RECEIPT-VOIDS
               PERFORM ISSUE-RECEIPT
               MOVE "VOUCHER ACCEPTED" TO ACCOUNT-MSG-TEXT
               MOVE 5 TO ACCOUNT-MSG-TIME
           ELSE
           MOVE 0 TO TITLE-IDLE-TIME.
           MOVE 1 TO RESTART-KEY-PREV-STATE.
           MOVE 4 TO GAME-STATE.
       CHECK_MEMBER_KEY.
      *> M on the title opens member-number entry; pressed again
      *> with a member signed in, it signs them out, and takes any
      *> account signed in under their number with it.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-MEMBER-SCANCODE
               BY REFERENCE MEMBER-KEY-STATE
           END-CALL.

           IF MEMBER-KEY-STATE > 0
           AND MEMBER-KEY-PREV-STATE = 0 THEN
               IF MEMBER-SIGNED-IN-FLAG = 1 THEN
                   IF ACCOUNT-ACTIVE-FLAG = 1
                   AND ACCOUNT-KEY = MEMBER-NUMBER THEN
                       MOVE 0 TO ACCOUNT-ACTIVE-FLAG
                       MOVE SPACES TO ACCOUNT-INITIALS
                       MOVE SPACES TO ACCOUNT-KEY
                       MOVE 0 TO ACCOUNT-BALANCE
                   END-IF
                   MOVE 0 TO MEMBER-SIGNED-IN-FLAG
                   MOVE SPACES TO MEMBER-NUMBER
                   MOVE SPACES TO MEMBER-INITIALS
                   MOVE "MEMBER SIGNED OUT" TO ACCOUNT-MSG-TEXT
                   MOVE 5 TO ACCOUNT-MSG-TIME
               ELSE
                   MOVE 0 TO MEMBER-DIGIT (1) MEMBER-DIGIT (2)
                       MEMBER-DIGIT (3) MEMBER-DIGIT (4)
                       MEMBER-DIGIT (5) MEMBER-DIGIT (6)
                       MEMBER-DIGIT (7) MEMBER-DIGIT (8)
                   MOVE 1 TO MEMBER-ENTRY-POSITION
                   MOVE 1 TO INITIALS-UP-PREV-STATE
                   MOVE 1 TO INITIALS-DOWN-PREV-STATE
                   MOVE 1 TO INITIALS-CONFIRM-PREV-STATE
                   MOVE 1 TO INITIALS-SKIP-PREV-STATE
                   MOVE 0 TO TITLE-IDLE-TIME
                   MOVE 21 TO GAME-STATE
               END-IF
           END-IF.

           MOVE MEMBER-KEY-STATE TO MEMBER-KEY-PREV-STATE.
       UPDATE_MEMBER_ENTRY.
           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE "ENTER MEMBER NUMBER"
                BY REFERENCE LENGTH OF "ENTER MEMBER NUMBER"
                BY REFERENCE 320
                BY REFERENCE 140
                BY REFERENCE 32
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           MOVE SPACES TO MEMBER-SHOW-TEXT.
           PERFORM VARYING MEMBER-SHOW-IDX FROM 1 BY 1
               UNTIL MEMBER-SHOW-IDX > 8
               IF MEMBER-SHOW-IDX <= MEMBER-ENTRY-POSITION THEN
                   MOVE MEMBER-DIGIT (MEMBER-SHOW-IDX)
                       TO MEMBER-SHOW-TEXT (MEMBER-SHOW-IDX:1)
               ELSE
                   MOVE "-" TO
                       MEMBER-SHOW-TEXT (MEMBER-SHOW-IDX:1)
               END-IF
           END-PERFORM.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE MEMBER-SHOW-TEXT
                BY REFERENCE LENGTH OF MEMBER-SHOW-TEXT
                BY REFERENCE 320
                BY REFERENCE 240
                BY REFERENCE 48
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE LANG-INITIALS-HELP-TEXT
                BY REFERENCE LENGTH OF LANG-INITIALS-HELP-TEXT
                BY REFERENCE 320
                BY REFERENCE 380
                BY REFERENCE 20
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           PERFORM CHECK_MEMBER_ENTRY_KEYS.
       CHECK_MEMBER_ENTRY_KEYS.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-UP-SCANCODE
               BY REFERENCE INITIALS-UP-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-DOWN-SCANCODE
               BY REFERENCE INITIALS-DOWN-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RESTART-SCANCODE
               BY REFERENCE INITIALS-CONFIRM-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-REMAP-SCANCODE
               BY REFERENCE INITIALS-SKIP-KEY-STATE
           END-CALL.

           IF INITIALS-UP-KEY-STATE > 0
           AND INITIALS-UP-PREV-STATE = 0 THEN
               IF MEMBER-DIGIT (MEMBER-ENTRY-POSITION) = 9 THEN
                   MOVE 0 TO MEMBER-DIGIT (MEMBER-ENTRY-POSITION)
               ELSE
                   ADD 1 TO MEMBER-DIGIT (MEMBER-ENTRY-POSITION)
               END-IF
           END-IF.

           IF INITIALS-DOWN-KEY-STATE > 0
           AND INITIALS-DOWN-PREV-STATE = 0 THEN
               IF MEMBER-DIGIT (MEMBER-ENTRY-POSITION) = 0 THEN
                   MOVE 9 TO MEMBER-DIGIT (MEMBER-ENTRY-POSITION)
               ELSE
                   SUBTRACT 1
                       FROM MEMBER-DIGIT (MEMBER-ENTRY-POSITION)
               END-IF
           END-IF.

           IF INITIALS-CONFIRM-KEY-STATE > 0
           AND INITIALS-CONFIRM-PREV-STATE = 0 THEN
               IF MEMBER-ENTRY-POSITION < 8 THEN
                   ADD 1 TO MEMBER-ENTRY-POSITION
               ELSE
                   PERFORM FINISH-MEMBER-ENTRY
               END-IF
           END-IF.

           IF INITIALS-SKIP-KEY-STATE > 0
           AND INITIALS-SKIP-PREV-STATE = 0 THEN
               MOVE 0 TO TITLE-IDLE-TIME
               MOVE 1 TO RESTART-KEY-PREV-STATE
               MOVE 4 TO GAME-STATE
           END-IF.

           MOVE INITIALS-UP-KEY-STATE TO INITIALS-UP-PREV-STATE.
           MOVE INITIALS-DOWN-KEY-STATE TO INITIALS-DOWN-PREV-STATE.
           MOVE INITIALS-CONFIRM-KEY-STATE
               TO INITIALS-CONFIRM-PREV-STATE.
           MOVE INITIALS-SKIP-KEY-STATE TO INITIALS-SKIP-PREV-STATE.
       FINISH-MEMBER-ENTRY.
           MOVE MEMBER-DIGITS TO MEMBER-TRY-KEY.

           CALL "ResolvePlayerKey" USING
               BY REFERENCE MEMBER-TRY-KEY
               BY REFERENCE MEMBER-TRY-INITIALS
               BY REFERENCE MEMBER-TRY-NUMBER
               BY REFERENCE MEMBER-TRY-STATUS
           END-CALL.

      *> only a live number signs in; a withdrawn card was reissued
      *> under a new number and the old one stays dead.
           IF MEMBER-TRY-STATUS = "A" THEN
               MOVE 1 TO MEMBER-SIGNED-IN-FLAG
               MOVE MEMBER-TRY-NUMBER TO MEMBER-NUMBER
               MOVE MEMBER-TRY-INITIALS TO MEMBER-INITIALS
               MOVE SPACES TO ACCOUNT-MSG-TEXT
               STRING "WELCOME BACK " MEMBER-INITIALS
                   DELIMITED BY SIZE INTO ACCOUNT-MSG-TEXT
               END-STRING
               MOVE 5 TO ACCOUNT-MSG-TIME
           ELSE
               MOVE "MEMBER NUMBER NOT VALID" TO ACCOUNT-MSG-TEXT
               MOVE 5 TO ACCOUNT-MSG-TIME
               MOVE "MEMBFAIL" TO AUDIT-EVENT-CODE
               MOVE SPACES TO AUDIT-EVENT-TEXT
               STRING "Member number " MEMBER-TRY-KEY
                   " refused at sign-in"
                   DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
               END-STRING
               PERFORM LOG-AUDIT-EVENT
           END-IF.

           MOVE 0 TO TITLE-IDLE-TIME.
           MOVE 1 TO RESTART-KEY-PREV-STATE.
           MOVE 4 TO GAME-STATE.
       RESOLVE-PLAYER-KEY.
      *> the key a name is filed under in the player masters.
           IF MEMBER-SIGNED-IN-FLAG = 1
           AND KEY-LOOKUP-INITIALS = MEMBER-INITIALS THEN
               MOVE MEMBER-NUMBER TO KEY-LOOKUP-RESULT
           ELSE
               MOVE KEY-LOOKUP-INITIALS TO KEY-LOOKUP-RESULT
           END-IF.
       TAG-LEAGUE-MATCH.
      *> a league match is one between the two rosters of a fixture
      *> set for tonight, whichever side of the cabinet each stood.
           IF LEAGUE-NIGHT-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO LEAGUE-TAGGED-FLAG.
           PERFORM VARYING LEAGUE-FIXTURE-IDX FROM 1 BY 1
               UNTIL LEAGUE-FIXTURE-IDX > LEAGUE-NIGHT-COUNT
               OR LEAGUE-TAGGED-FLAG = 1
               MOVE LEAGUE-WINNER-INITIALS TO LEAGUE-SEEK-INITIALS
               PERFORM FIND-LEAGUE-SIDE
               MOVE LEAGUE-SEEK-SIDE TO LEAGUE-WINNER-SIDE
               MOVE LEAGUE-LOSER-INITIALS TO LEAGUE-SEEK-INITIALS
               PERFORM FIND-LEAGUE-SIDE
               IF (LEAGUE-WINNER-SIDE = "H"
                   AND LEAGUE-SEEK-SIDE = "A")
               OR (LEAGUE-WINNER-SIDE = "A"
                   AND LEAGUE-SEEK-SIDE = "H") THEN
                   MOVE 1 TO LEAGUE-TAGGED-FLAG
                   CALL "WriteLeagueResult" USING
                       BY REFERENCE LN-HOME-TEAM (LEAGUE-FIXTURE-IDX)
                       BY REFERENCE LN-AWAY-TEAM (LEAGUE-FIXTURE-IDX)
                       BY REFERENCE LEAGUE-WINNER-INITIALS
                       BY REFERENCE LEAGUE-LOSER-INITIALS
                       BY REFERENCE LEAGUE-WINNER-GAMES
                       BY REFERENCE LEAGUE-LOSER-GAMES
                       BY REFERENCE MATCH-NUMBER
                   END-CALL
                   MOVE "LEAGUE" TO AUDIT-EVENT-CODE
                   MOVE SPACES TO AUDIT-EVENT-TEXT
                   STRING "League match "
                       LN-HOME-TEAM (LEAGUE-FIXTURE-IDX) " v "
                       LN-AWAY-TEAM (LEAGUE-FIXTURE-IDX) ", "
                       LEAGUE-WINNER-INITIALS " beat "
                       LEAGUE-LOSER-INITIALS
                       DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
                   END-STRING
                   PERFORM LOG-AUDIT-EVENT
               END-IF
           END-PERFORM.
       FIND-LEAGUE-SIDE.
           MOVE SPACE TO LEAGUE-SEEK-SIDE.
           IF LEAGUE-SEEK-INITIALS = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING LEAGUE-SLOT-IDX FROM 1 BY 1
               UNTIL LEAGUE-SLOT-IDX > 8
               IF LN-HOME-PLAYER (LEAGUE-FIXTURE-IDX, LEAGUE-SLOT-IDX)
                   = LEAGUE-SEEK-INITIALS THEN
                   MOVE "H" TO LEAGUE-SEEK-SIDE
               END-IF
               IF LN-AWAY-PLAYER (LEAGUE-FIXTURE-IDX, LEAGUE-SLOT-IDX)
                   = LEAGUE-SEEK-INITIALS THEN
                   MOVE "A" TO LEAGUE-SEEK-SIDE
               END-IF
           END-PERFORM.
       RESOLVE-RATED-KEYS.
           MOVE LEFT-INITIALS TO KEY-LOOKUP-INITIALS.
           PERFORM RESOLVE-PLAYER-KEY.
           MOVE KEY-LOOKUP-RESULT TO LEFT-PLAYER-KEY.
           MOVE RIGHT-INITIALS TO KEY-LOOKUP-INITIALS.
           PERFORM RESOLVE-PLAYER-KEY.
           MOVE KEY-LOOKUP-RESULT TO RIGHT-PLAYER-KEY.
       UPDATE_PROVISION_WIZARD.
           CALL "DrawText" USING
                BY REFERENCE GAME

           PERFORM CHECK_PROVISION_KEYS.
       CHECK_PROVISION_KEYS.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-UP-SCANCODE
               BY REFERENCE INITIALS-UP-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P1-DOWN-SCANCODE
               BY REFERENCE INITIALS-DOWN-KEY-STATE
           END-CALL.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-RESTART-SCANCODE
               BY REFERENCE INITIALS-CONFIRM-KEY-STATE
           END-CALL.

           IF INITIALS-UP-KEY-STATE > 0
