       input-output section.
       file-control.
           select ratings-ledger assign "chess-ratings.dat"
               organization line sequential
               file status ratings-file-status.
           select completed-games assign "chess-completed-games.dat"
               organization line sequential
               file status completed-file-status.
           select tournament-entrants
               assign "chess-tournament-entrants.dat"
               organization line sequential
               file status entrants-file-status.
           select tournament-pairings
               assign "chess-tournament-pairings.dat"
               organization line sequential
               file status pairings-file-status.

       data division.
       file section.
       FD  ratings-ledger.
       01  ratings-ledger-record.
           05  rated-player-name       pic X(20).
           05  rated-player-rating     pic 9(4).
           05  rated-player-games      pic 9(4).

       FD  completed-games.
       01  completed-game-record.
           05  completed-white-player  pic X(20).
           05  completed-black-player  pic X(20).
           05  completed-game-date     pic 9(8).
           05  completed-result        pic X(7).
           05  completed-move-count    pic 9(3).

      *    One line per entrant, with the rating they were seeded on
      *    when they registered.
       FD  tournament-entrants.
       01  tournament-entrant-record.
           05  entrant-name            pic X(20).
           05  entrant-rating          pic 9(4).

      *    One line per board per round. The result stays blank until
      *    the game finishes; a bye is recorded with no black player
      *    and a result of BYE.
       FD  tournament-pairings.
       01  tournament-pairing-record.
           05  pairing-round           pic 9(2).
           05  pairing-board           pic 9(2).
           05  pairing-white-player    pic X(20).
           05  pairing-black-player    pic X(20).
           05  pairing-result          pic X(7).

       working-storage section.
       78  STARTING-RATING             value 1200.
       78  RATING-K-FACTOR             value 32.
       78  MAX-RATED-PLAYERS           value 50.
       78  MAX-ENTRANTS                value 50.
       78  MAX-PAIRINGS                value 500.
       01  maintenance-selection       pic 9 value 0.
           88  register-entrants       value 1.
           88  pair-next-round         value 2.
           88  enter-game-result       value 3.
           88  show-pairings           value 4.
           88  show-standings          value 5.
           88  start-new-tournament    value 6.
           88  exit-tournament         value 7.
           88  valid-maintenance       values 1 thru 7.
       01  ratings-table.
           05  rated-player-count      pic 9(2) value 0.
           05  rated-player-entry      occurs MAX-RATED-PLAYERS
                                       indexed by rating-index.
               10  table-player-name   pic X(20).
               10  table-player-rating pic 9(4).
               10  table-player-games  pic 9(4).
      *    Points, tie-breaks and colour history are worked out afresh
      *    from the pairings whenever they are needed.
       01  entrant-table.
           05  entrant-count           pic 9(2) value 0.
           05  entrant-entry           occurs MAX-ENTRANTS
                   indexed by entrant-index
                               opponent-index
                               sort-outer-index
                               sort-inner-index.
               10  table-entrant-name          pic X(20).
               10  table-entrant-rating        pic 9(4).
               10  table-entrant-points        pic 9(2)V9.
               10  table-entrant-buchholz      pic 9(3)V9.
               10  table-entrant-sonneborn     pic 9(3)V99.
               10  table-entrant-colour-balance    pic S9(2).
               10  table-entrant-last-colour   pic X.
               10  table-entrant-bye-flag      pic X.
                   88  entrant-had-bye         value "Y".
               10  table-entrant-paired-flag   pic X.
                   88  entrant-paired          value "Y".
               10  table-entrant-games         pic 9(2).
       01  swap-entrant-entry          pic X(43).
       01  pairing-table.
           05  pairing-count           pic 9(3) value 0.
           05  pairing-entry           occurs MAX-PAIRINGS
                                       indexed by pairing-index.
               10  table-pairing-round pic 9(2).
               10  table-pairing-board pic 9(2).
               10  table-white-player  pic X(20).
               10  table-black-player  pic X(20).
               10  table-pairing-result    pic X(7).
                   88  pairing-pending     value spaces.
                   88  pairing-is-bye      value "BYE".
       01  current-round               pic 9(2) value 0.
       01  rounds-completed            pic 9(2) value 0.
       01  next-board-number           pic 9(2) value 0.
       01  pending-games               pic 9(2) value 0.
       01  repeat-pairings             pic 9(2) value 0.
       01  white-position              pic 9(2).
       01  black-position              pic 9(2).
       01  bye-position                pic 9(2).
       01  standing-position           pic 9(2).
       01  board-entry                 pic 9(2) value 0.
       01  result-entry                pic X value space.
       01  confirm-entry               pic X value space.
       01  lookup-entrant-name         pic X(20).
       01  lookup-player-name          pic X(20).
       01  white-player-name           pic X(20).
       01  black-player-name           pic X(20).
       01  game-result                 pic X(7) value spaces.
           88  white-wins              value "1-0".
           88  black-wins              value "0-1".
           88  game-drawn              value "1/2-1/2".
       01  sort-order-flag             pic X value "P".
           88  pairing-order           value "P".
           88  standings-order         value "S".
       01  swap-needed-flag            pic X value "N".
           88  swap-needed             value "Y".
       01  entrant-found-flag          pic X value "N".
           88  entrant-found           value "Y".
       01  player-found-flag           pic X value "N".
           88  player-found            value "Y".
       01  opponent-found-flag         pic X value "N".
           88  opponent-found          value "Y".
       01  previous-meeting-flag       pic X value "N".
           88  previous-meeting        value "Y".
       01  pairing-found-flag          pic X value "N".
           88  pairing-found           value "Y".
       01  first-is-white-flag         pic X value "N".
           88  first-is-white          value "Y".
       01  registration-flag           pic X value "N".
           88  registration-finished   value "Y".
       01  ratings-full-flag           pic X value "N".
           88  ratings-table-full      value "Y" false "N".
       01  white-rating-position       pic 9(2).
       01  black-rating-position       pic 9(2).
       01  rating-difference           pic S9(5).
       01  expected-white-score        pic 9V9(4).
       01  white-actual-score          pic 9V9(1).
       01  rating-adjustment           pic S9(3).
       01  formatted-points            pic Z9.9.
       01  formatted-buchholz          pic ZZ9.9.
       01  formatted-sonneborn         pic ZZ9.99.
       01  formatted-result            pic X(7).
       01  ratings-read-status         pic 9 value 0.
           88  end-of-ratings          value 1 false 0.
       01  entrants-read-status        pic 9 value 0.
           88  end-of-entrants         value 1 false 0.
       01  pairings-read-status        pic 9 value 0.
           88  end-of-pairings         value 1 false 0.
       01  ratings-file-status.
           05  ratings-status-key-1    pic X.
           05  ratings-status-key-2    pic X.
       01  completed-file-status.
           05  completed-status-key-1  pic X.
           05  completed-status-key-2  pic X.
       01  entrants-file-status.
           05  entrants-status-key-1   pic X.
           05  entrants-status-key-2   pic X.
       01  pairings-file-status.
           05  pairings-status-key-1   pic X.
           05  pairings-status-key-2   pic X.

       procedure division.
           perform load-tournament
           display "===== Club Swiss Tournament - " entrant-count
                   " entrants, round " current-round " ====="

           perform until exit-tournament
               perform prompt-for-maintenance-function
               evaluate true
                   when not valid-maintenance
                       display "Invalid Function."
                   when register-entrants
                       perform register-tournament-entrants
                   when pair-next-round
                       perform pair-tournament-round
                   when enter-game-result
                       perform record-tournament-result
                   when show-pairings
                       perform list-round-pairings
                   when show-standings
                       perform print-tournament-standings
                   when start-new-tournament
                       perform clear-tournament
               end-evaluate
           end-perform

           display "Exiting Swiss tournament..."
           goback
           .

       prompt-for-maintenance-function section.
           display "Swiss tournament - would you like to:"
           display "- [1] Register entrants"
           display "- [2] Pair the next round"
           display "- [3] Enter a result"
           display "- [4] Show this round's pairings"
           display "- [5] Show standings"
           display "- [6] Start a new tournament"
           display "- [7] Exit"
           accept maintenance-selection
           .

       load-tournament section.
           open input tournament-entrants
           if entrants-status-key-1 = "0"
               perform until end-of-entrants
                   read tournament-entrants
                       at end
                           set end-of-entrants to true
                       not at end
                           if entrant-count < MAX-ENTRANTS
                               add 1 to entrant-count
                               set entrant-index to entrant-count
                               initialize entrant-entry(entrant-index)
                               move entrant-name
                                   to table-entrant-name(entrant-index)
                               move entrant-rating
                                   to table-entrant-rating
                                       (entrant-index)
                           end-if
                   end-read
               end-perform
               close tournament-entrants
           end-if
           open input tournament-pairings
           if pairings-status-key-1 = "0"
               perform until end-of-pairings
                   read tournament-pairings
                       at end
                           set end-of-pairings to true
                       not at end
                           if pairing-count < MAX-PAIRINGS
                               add 1 to pairing-count
                               move tournament-pairing-record
                                   to pairing-entry(pairing-count)
                           end-if
                   end-read
               end-perform
               close tournament-pairings
           end-if
           perform find-current-round
           .

       save-tournament section.
           open output tournament-entrants
           perform varying entrant-index from 1 by 1
                   until entrant-index > entrant-count
               move table-entrant-name(entrant-index) to entrant-name
               move table-entrant-rating(entrant-index)
                   to entrant-rating
               write tournament-entrant-record
           end-perform
           close tournament-entrants
           open output tournament-pairings
           perform varying pairing-index from 1 by 1
                   until pairing-index > pairing-count
               move pairing-entry(pairing-index)
                   to tournament-pairing-record
               write tournament-pairing-record
           end-perform
           close tournament-pairings
           .

       find-current-round section.
           move zero to current-round
           move zero to pending-games
           perform varying pairing-index from 1 by 1
                   until pairing-index > pairing-count
               if table-pairing-round(pairing-index) > current-round
                   move table-pairing-round(pairing-index)
                       to current-round
               end-if
           end-perform
           perform varying pairing-index from 1 by 1
                   until pairing-index > pairing-count
               if table-pairing-round(pairing-index) = current-round
                       and pairing-pending(pairing-index)
                   add 1 to pending-games
               end-if
           end-perform
           if pending-games = zero
               move current-round to rounds-completed
           else
               compute rounds-completed = current-round - 1
           end-if
           .

      *    Entrants come from the ratings ledger and are seeded on
      *    their ledger rating. A late entrant joins on zero points.
       register-tournament-entrants section.
           perform load-ratings-ledger
           if rated-player-count = zero
               display "No rated players yet - finish a game first."
           else
               display "Rated players not yet entered:"
               perform varying rating-index from 1 by 1
                       until rating-index > rated-player-count
                   move table-player-name(rating-index)
                       to lookup-entrant-name
                   perform find-entrant
                   if not entrant-found
                       display "  " table-player-name(rating-index)
                               "  " table-player-rating(rating-index)
                   end-if
               end-perform
               move "N" to registration-flag
               perform until registration-finished
                   perform register-one-entrant
               end-perform
               perform save-tournament
               display entrant-count " entrants registered."
           end-if
           .

       register-one-entrant section.
           display "Player to enter (blank to finish):"
           move spaces to lookup-player-name
           accept lookup-player-name
           move lookup-player-name to lookup-entrant-name
           if lookup-player-name = spaces
               set registration-finished to true
           else
               perform find-rated-player
               perform find-entrant
               evaluate true
                   when not player-found
                       display function trim(lookup-player-name)
                               " is not on the ratings ledger."
                   when entrant-found
                       display function trim(lookup-player-name)
                               " is already entered."
                   when entrant-count >= MAX-ENTRANTS
                       display "The tournament is full."
                       set registration-finished to true
                   when other
                       add 1 to entrant-count
                       set entrant-index to entrant-count
                       initialize entrant-entry(entrant-index)
                       move lookup-player-name
                           to table-entrant-name(entrant-index)
                       move table-player-rating(rating-index)
                           to table-entrant-rating(entrant-index)
                       display function trim(lookup-player-name)
                               " entered at "
                               table-player-rating(rating-index) "."
               end-evaluate
           end-if
           .

       find-entrant section.
           move "N" to entrant-found-flag
           perform varying entrant-index from 1 by 1
                   until entrant-index > entrant-count
                       or entrant-found
               if table-entrant-name(entrant-index)
                       = lookup-entrant-name
                   move "Y" to entrant-found-flag
                   set entrant-index down by 1
               end-if
           end-perform
           .

      *    Players are taken in score order, highest rating first
      *    within a score, and each is paired with the next player
      *    down that they have not met. Only when everyone left has
      *    already been met is a repeat pairing allowed.
       pair-tournament-round section.
           perform find-current-round
           evaluate true
               when entrant-count < 2
                   display "At least two entrants are needed."
               when pending-games > zero
                   display "Round " current-round " still has "
                           pending-games " games to finish."
               when pairing-count + (entrant-count + 1) / 2
                       > MAX-PAIRINGS
                   display "The pairing file is full - no more rounds."
               when other
                   perform compute-tournament-scores
                   set pairing-order to true
                   perform sort-entrants
                   add 1 to current-round
                   move zero to next-board-number
                   move zero to repeat-pairings
                   perform varying entrant-index from 1 by 1
                           until entrant-index > entrant-count
                       move "N" to table-entrant-paired-flag
                           (entrant-index)
                   end-perform
                   if function mod(entrant-count, 2) = 1
                       perform assign-round-bye
                   end-if
                   perform varying entrant-index from 1 by 1
                           until entrant-index > entrant-count
                       if not entrant-paired(entrant-index)
                           perform pair-one-entrant
                       end-if
                   end-perform
                   perform save-tournament
                   perform find-current-round
                   display "Round " current-round " paired."
                   if repeat-pairings > zero
                       display repeat-pairings " boards are repeat "
                               "pairings - no new opponent was left."
                   end-if
                   perform list-round-pairings
           end-evaluate
           .

      *    The bye goes to the lowest placed player who has not yet
      *    had one, and scores a point.
       assign-round-bye section.
           move zero to bye-position
           perform varying standing-position from entrant-count by -1
                   until standing-position = zero
                       or bye-position not = zero
               if not entrant-had-bye(standing-position)
                   move standing-position to bye-position
               end-if
           end-perform
           if bye-position = zero
               move entrant-count to bye-position
           end-if
           move "Y" to table-entrant-paired-flag(bye-position)
           add 1 to pairing-count
           set pairing-index to pairing-count
           move current-round to table-pairing-round(pairing-index)
           move zero to table-pairing-board(pairing-index)
           move table-entrant-name(bye-position)
               to table-white-player(pairing-index)
           move spaces to table-black-player(pairing-index)
           move "BYE" to table-pairing-result(pairing-index)
           .

       pair-one-entrant section.
           move "N" to opponent-found-flag
           perform varying opponent-index from entrant-index by 1
                   until opponent-index > entrant-count
                       or opponent-found
               if opponent-index > entrant-index
                       and not entrant-paired(opponent-index)
                   perform check-previous-meeting
                   if not previous-meeting
                       move "Y" to opponent-found-flag
                       set opponent-index down by 1
                   end-if
               end-if
           end-perform
           if not opponent-found
               perform varying opponent-index from entrant-index by 1
                       until opponent-index > entrant-count
                           or opponent-found
                   if opponent-index > entrant-index
                           and not entrant-paired(opponent-index)
                       move "Y" to opponent-found-flag
                       set opponent-index down by 1
                   end-if
               end-perform
               if opponent-found
                   add 1 to repeat-pairings
               end-if
           end-if
           if opponent-found
               move "Y" to table-entrant-paired-flag(entrant-index)
               move "Y" to table-entrant-paired-flag(opponent-index)
               add 1 to next-board-number
               perform decide-colours
               add 1 to pairing-count
               set pairing-index to pairing-count
               move current-round to table-pairing-round(pairing-index)
               move next-board-number
                   to table-pairing-board(pairing-index)
               if first-is-white
                   move table-entrant-name(entrant-index)
                       to table-white-player(pairing-index)
                   move table-entrant-name(opponent-index)
                       to table-black-player(pairing-index)
               else
                   move table-entrant-name(opponent-index)
                       to table-white-player(pairing-index)
                   move table-entrant-name(entrant-index)
                       to table-black-player(pairing-index)
               end-if
               move spaces to table-pairing-result(pairing-index)
           end-if
           .

       check-previous-meeting section.
           move "N" to previous-meeting-flag
           perform varying pairing-index from 1 by 1
                   until pairing-index > pairing-count
                       or previous-meeting
               if (table-white-player(pairing-index)
                           = table-entrant-name(entrant-index)
                       and table-black-player(pairing-index)
                           = table-entrant-name(opponent-index))
                   or (table-white-player(pairing-index)
                           = table-entrant-name(opponent-index)
                       and table-black-player(pairing-index)
                           = table-entrant-name(entrant-index))
                   move "Y" to previous-meeting-flag
               end-if
           end-perform
           .

      *    White goes to whichever player has had more blacks, then to
      *    the one who had black last round. Otherwise colours
      *    alternate down the boards starting with the higher placed
      *    player on white.
       decide-colours section.
           evaluate true
               when table-entrant-colour-balance(entrant-index)
                       < table-entrant-colour-balance(opponent-index)
                   move "Y" to first-is-white-flag
               when table-entrant-colour-balance(entrant-index)
                       > table-entrant-colour-balance(opponent-index)
                   move "N" to first-is-white-flag
               when table-entrant-last-colour(entrant-index) = "B"
                       and table-entrant-last-colour(opponent-index)
                           not = "B"
                   move "Y" to first-is-white-flag
               when table-entrant-last-colour(opponent-index) = "B"
                       and table-entrant-last-colour(entrant-index)
                           not = "B"
                   move "N" to first-is-white-flag
               when function mod(next-board-number, 2) = 1
                   move "Y" to first-is-white-flag
               when other
                   move "N" to first-is-white-flag
           end-evaluate
           .

      *    Win 1, draw 1/2, bye 1. Buchholz is the sum of the
      *    opponents' scores; Sonneborn-Berger is the opponents'
      *    scores for games won plus half for games drawn.
       compute-tournament-scores section.
           perform varying entrant-index from 1 by 1
                   until entrant-index > entrant-count
               move zero to table-entrant-points(entrant-index)
               move zero to table-entrant-buchholz(entrant-index)
               move zero to table-entrant-sonneborn(entrant-index)
               move zero to table-entrant-colour-balance
                   (entrant-index)
               move space to table-entrant-last-colour(entrant-index)
               move "N" to table-entrant-bye-flag(entrant-index)
               move zero to table-entrant-games(entrant-index)
           end-perform
           perform varying pairing-index from 1 by 1
                   until pairing-index > pairing-count
               perform score-one-pairing
           end-perform
           perform varying pairing-index from 1 by 1
                   until pairing-index > pairing-count
               perform tie-break-one-pairing
           end-perform
           .

       find-pairing-players section.
           move zero to white-position
           move zero to black-position
           move table-white-player(pairing-index)
               to lookup-entrant-name
           perform find-entrant
           if entrant-found
               set white-position to entrant-index
           end-if
           if not pairing-is-bye(pairing-index)
               move table-black-player(pairing-index)
                   to lookup-entrant-name
               perform find-entrant
               if entrant-found
                   set black-position to entrant-index
               end-if
           end-if
           .

       score-one-pairing section.
           perform find-pairing-players
           evaluate true
               when white-position = zero
                   continue
               when pairing-is-bye(pairing-index)
                   add 1 to table-entrant-points(white-position)
                   move "Y" to table-entrant-bye-flag(white-position)
               when black-position = zero
                   continue
               when other
                   add 1 to table-entrant-colour-balance
                       (white-position)
                   subtract 1 from table-entrant-colour-balance
                       (black-position)
                   move "W" to table-entrant-last-colour
                       (white-position)
                   move "B" to table-entrant-last-colour
                       (black-position)
                   move table-pairing-result(pairing-index)
                       to game-result
                   evaluate true
                       when white-wins
                           add 1 to table-entrant-points
                               (white-position)
                       when black-wins
                           add 1 to table-entrant-points
                               (black-position)
                       when game-drawn
                           add 0.5 to table-entrant-points
                               (white-position)
                           add 0.5 to table-entrant-points
                               (black-position)
                   end-evaluate
                   if not pairing-pending(pairing-index)
                       add 1 to table-entrant-games(white-position)
                       add 1 to table-entrant-games(black-position)
                   end-if
           end-evaluate
           .

       tie-break-one-pairing section.
           if pairing-is-bye(pairing-index)
                   or pairing-pending(pairing-index)
               continue
           else
               perform find-pairing-players
               if white-position not = zero
                       and black-position not = zero
                   add table-entrant-points(black-position)
                       to table-entrant-buchholz(white-position)
                   add table-entrant-points(white-position)
                       to table-entrant-buchholz(black-position)
                   move table-pairing-result(pairing-index)
                       to game-result
                   evaluate true
                       when white-wins
                           add table-entrant-points(black-position)
                               to table-entrant-sonneborn
                                   (white-position)
                       when black-wins
                           add table-entrant-points(white-position)
                               to table-entrant-sonneborn
                                   (black-position)
                       when game-drawn
                           compute table-entrant-sonneborn
                                   (white-position) =
                               table-entrant-sonneborn(white-position)
                               + table-entrant-points(black-position)
                               / 2
                           compute table-entrant-sonneborn
                                   (black-position) =
                               table-entrant-sonneborn(black-position)
                               + table-entrant-points(white-position)
                               / 2
                   end-evaluate
               end-if
           end-if
           .

       sort-entrants section.
           perform varying sort-outer-index from 1 by 1
                   until sort-outer-index > entrant-count
               perform varying sort-inner-index from 1 by 1
                       until sort-inner-index >= entrant-count
                   perform compare-adjacent-entrants
                   if swap-needed
                       move entrant-entry(sort-inner-index)
                           to swap-entrant-entry
                       move entrant-entry(sort-inner-index + 1)
                           to entrant-entry(sort-inner-index)
                       move swap-entrant-entry
                           to entrant-entry(sort-inner-index + 1)
                   end-if
               end-perform
           end-perform
           .

      *    Pairing order is score then rating; standings order breaks
      *    ties on Buchholz and Sonneborn-Berger before rating.
       compare-adjacent-entrants section.
           move "N" to swap-needed-flag
           evaluate true
               when table-entrant-points(sort-inner-index)
                       not = table-entrant-points(sort-inner-index + 1)
                   if table-entrant-points(sort-inner-index)
                           < table-entrant-points(sort-inner-index + 1)
                       set swap-needed to true
                   end-if
               when standings-order
                       and table-entrant-buchholz(sort-inner-index)
                   not = table-entrant-buchholz(sort-inner-index + 1)
                   if table-entrant-buchholz(sort-inner-index)
                       < table-entrant-buchholz(sort-inner-index + 1)
                       set swap-needed to true
                   end-if
               when standings-order
                       and table-entrant-sonneborn(sort-inner-index)
                   not = table-entrant-sonneborn(sort-inner-index + 1)
                   if table-entrant-sonneborn(sort-inner-index)
                       < table-entrant-sonneborn(sort-inner-index + 1)
                       set swap-needed to true
                   end-if
               when table-entrant-rating(sort-inner-index)
                       < table-entrant-rating(sort-inner-index + 1)
                   set swap-needed to true
           end-evaluate
           .

      *    Each finished game goes to the completed games file and is
      *    rated exactly as a game played on the board program is.
       record-tournament-result section.
           perform find-current-round
           if current-round = zero or pending-games = zero
               display "No games are waiting for a result."
           else
               perform list-round-pairings
               display "Board number:"
               move zero to board-entry
               accept board-entry
               move "N" to pairing-found-flag
               perform varying pairing-index from 1 by 1
                       until pairing-index > pairing-count
                           or pairing-found
                   if table-pairing-round(pairing-index)
                           = current-round
                           and table-pairing-board(pairing-index)
                               = board-entry
                       move "Y" to pairing-found-flag
                       set pairing-index down by 1
                   end-if
               end-perform
               evaluate true
                   when not pairing-found
                       display "No board " board-entry " this round."
                   when pairing-is-bye(pairing-index)
                       display "That is the bye."
                   when not pairing-pending(pairing-index)
                       display "Board " board-entry " already has "
                               "a result."
                   when other
                       perform capture-game-result
               end-evaluate
           end-if
           .

       capture-game-result section.
           display "Result - 1 white won, 0 black won, D drawn:"
           move space to result-entry
           accept result-entry
           evaluate result-entry
               when "1"
                   set white-wins to true
               when "0"
                   set black-wins to true
               when "D"
               when "d"
                   set game-drawn to true
               when other
                   move spaces to game-result
           end-evaluate
           if game-result = spaces
               display "Result not recognised - nothing recorded."
           else
               move game-result to table-pairing-result(pairing-index)
               move table-white-player(pairing-index)
                   to white-player-name
               move table-black-player(pairing-index)
                   to black-player-name
               perform save-tournament
               perform write-completed-game
               perform update-ratings-ledger
               perform find-current-round
               if pending-games = zero
                   display "Round " current-round " is complete."
                   perform print-tournament-standings
               end-if
           end-if
           .

       list-round-pairings section.
           perform find-current-round
           if current-round = zero
               display "No rounds have been paired yet."
           else
               display "Round " current-round " pairings:"
               display "Bd  White                 Black"
                       "                 Result"
               perform varying pairing-index from 1 by 1
                       until pairing-index > pairing-count
                   if table-pairing-round(pairing-index)
                           = current-round
                       if pairing-is-bye(pairing-index)
                           display "--  "
                                   table-white-player(pairing-index)
                                   "  bye"
                       else
                           move table-pairing-result(pairing-index)
                               to formatted-result
                           if pairing-pending(pairing-index)
                               move "playing" to formatted-result
                           end-if
                           display table-pairing-board(pairing-index)
                                   "  "
                                   table-white-player(pairing-index)
                                   "  "
                                   table-black-player(pairing-index)
                                   "  " formatted-result
                       end-if
                   end-if
               end-perform
           end-if
           .

       print-tournament-standings section.
           perform find-current-round
           perform compute-tournament-scores
           set standings-order to true
           perform sort-entrants
           if pending-games = zero
               display "===== Standings after round " current-round
                       " ====="
           else
               display "===== Standings - round " current-round
                       " in progress ====="
           end-if
           display "Pos  Player                Points  Buchholz  "
                   "S-B     Rating  Games"
           perform varying standing-position from 1 by 1
                   until standing-position > entrant-count
               move table-entrant-points(standing-position)
                   to formatted-points
               move table-entrant-buchholz(standing-position)
                   to formatted-buchholz
               move table-entrant-sonneborn(standing-position)
                   to formatted-sonneborn
               display standing-position "   "
                       table-entrant-name(standing-position) "  "
                       formatted-points "    "
                       formatted-buchholz "     "
                       formatted-sonneborn "  "
                       table-entrant-rating(standing-position) "    "
                       table-entrant-games(standing-position)
           end-perform
           if entrant-count = zero
               display "No entrants registered."
           end-if
           .

       clear-tournament section.
           display "This clears all entrants and pairings. Are you "
                   "sure? (Y/N)"
           move space to confirm-entry
           accept confirm-entry
           if confirm-entry = "Y" or confirm-entry = "y"
               move zero to entrant-count
               move zero to pairing-count
               perform save-tournament
               perform find-current-round
               display "New tournament started."
           else
               display "Tournament kept."
           end-if
           .

       write-completed-game section.
           open extend completed-games
           if completed-status-key-1 = "3"
               open output completed-games
               close completed-games
               open extend completed-games
           end-if
           if completed-status-key-1 not = "0"
               display "Error code " completed-file-status
                       " opening chess-completed-games.dat."
           else
               move white-player-name to completed-white-player
               move black-player-name to completed-black-player
               move function current-date(1:8)
                   to completed-game-date
               move game-result to completed-result
               move zero to completed-move-count
               write completed-game-record
               close completed-games
               display "Result " game-result " recorded for "
                       function trim(white-player-name) " v "
                       function trim(black-player-name) "."
           end-if
           .

       update-ratings-ledger section.
           perform load-ratings-ledger
           set ratings-table-full to false
           move white-player-name to lookup-player-name
           perform find-or-add-rated-player
           set white-rating-position to rating-index
           move black-player-name to lookup-player-name
           perform find-or-add-rated-player
           set black-rating-position to rating-index
           if ratings-table-full
               display "The ratings ledger is full at "
                       rated-player-count " players - this game "
                       "is recorded but not rated."
           else
               perform adjust-player-ratings
           end-if
           .

       adjust-player-ratings section.
           compute rating-difference =
               table-player-rating(black-rating-position)
               - table-player-rating(white-rating-position)
           compute expected-white-score rounded =
               1 / (1 + 10 ** (rating-difference / 400))
           evaluate true
               when white-wins
                   move 1.0 to white-actual-score
               when black-wins
                   move 0.0 to white-actual-score
               when other
                   move 0.5 to white-actual-score
           end-evaluate
           compute rating-adjustment rounded =
               RATING-K-FACTOR
               * (white-actual-score - expected-white-score)
           add rating-adjustment
               to table-player-rating(white-rating-position)
           subtract rating-adjustment
               from table-player-rating(black-rating-position)
           add 1 to table-player-games(white-rating-position)
           add 1 to table-player-games(black-rating-position)
           perform save-ratings-ledger
           display "Ratings: "
                   function trim(white-player-name) " "
                   table-player-rating(white-rating-position) ", "
                   function trim(black-player-name) " "
                   table-player-rating(black-rating-position)
           .

       load-ratings-ledger section.
           move zero to rated-player-count
           set end-of-ratings to false
           open input ratings-ledger
           if ratings-status-key-1 not = "0"
               set end-of-ratings to true
           end-if
           perform until end-of-ratings
               read ratings-ledger
                   at end
                       set end-of-ratings to true
                   not at end
                       if rated-player-count < MAX-RATED-PLAYERS
                           add 1 to rated-player-count
                           set rating-index to rated-player-count
                           move rated-player-name
                               to table-player-name(rating-index)
                           move rated-player-rating
                               to table-player-rating(rating-index)
                           move rated-player-games
                               to table-player-games(rating-index)
                       end-if
               end-read
           end-perform
           if ratings-status-key-1 = "0"
                   or ratings-status-key-1 = "1"
               close ratings-ledger
           end-if
           .

       find-rated-player section.
           move "N" to player-found-flag
           perform varying rating-index from 1 by 1
                   until rating-index > rated-player-count
                       or player-found
               if table-player-name(rating-index)
                       = lookup-player-name
                   move "Y" to player-found-flag
                   set rating-index down by 1
               end-if
           end-perform
           .

       find-or-add-rated-player section.
           perform find-rated-player
           if not player-found
               if rated-player-count < MAX-RATED-PLAYERS
                   add 1 to rated-player-count
                   set rating-index to rated-player-count
                   move lookup-player-name
                       to table-player-name(rating-index)
                   move STARTING-RATING
                       to table-player-rating(rating-index)
                   move zero to table-player-games(rating-index)
               else
                   set ratings-table-full to true
                   set rating-index to 1
               end-if
           end-if
           .

       save-ratings-ledger section.
           open output ratings-ledger
           perform varying rating-index from 1 by 1
                   until rating-index > rated-player-count
               move table-player-name(rating-index)
                   to rated-player-name
               move table-player-rating(rating-index)
                   to rated-player-rating
               move table-player-games(rating-index)
                   to rated-player-games
               write ratings-ledger-record
           end-perform
           close ratings-ledger
           .
