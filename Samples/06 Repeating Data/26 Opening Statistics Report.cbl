       input-output section.
       file-control.
           select game-archive assign "chess-game-archive.dat"
               organization line sequential
               file status archive-file-status.

       data division.
       file section.
       FD  game-archive.
       01  archive-header-record.
           05  archive-game-number     pic 9(6).
           05  archive-record-type     pic X.
               88  archive-header      value "H".
               88  archive-move        value "M".
           05  archive-white-player    pic X(20).
           05  archive-black-player    pic X(20).
           05  archive-game-date       pic 9(8).
           05  archive-result          pic X(7).
           05  archive-move-count      pic 9(3).
       01  archive-move-record.
           05  archive-move-game-number    pic 9(6).
           05  archive-move-type       pic X.
           05  archive-move-number     pic 9(3).
           05  archive-side            pic X.
           05  archive-from-square     pic X(2).
           05  archive-to-square       pic X(2).
           05  archive-piece           pic X.
           05  archive-captured-piece  pic X.

       working-storage section.
       78  MAX-ARCHIVED-GAMES          value 500.
       78  MAX-OPENINGS                value 200.
       78  MAX-PLAYER-OPENINGS         value 500.
       78  PLAYER-OPENINGS-SHOWN       value 3.
       01  opening-depth-entry         pic 9 value 0.
       01  opening-plies               pic 9.
       01  key-position                pic 9(2).
      *    An opening is the first few moves of both sides written
      *    square to square, e.g. "e2e4 e7e5 g1f3 b8c6".
       01  game-table.
           05  game-count              pic 9(3) value 0.
           05  game-entry              occurs MAX-ARCHIVED-GAMES
                                       indexed by game-index.
               10  table-game-number   pic 9(6).
               10  table-white-player  pic X(20).
               10  table-black-player  pic X(20).
               10  table-game-result   pic X(7).
                   88  table-white-won value "1-0".
                   88  table-black-won value "0-1".
                   88  table-drawn     value "1/2-1/2".
               10  table-game-opening  pic X(30).
       01  opening-table.
           05  opening-count           pic 9(3) value 0.
           05  opening-entry           occurs MAX-OPENINGS
                   indexed by opening-index
                               sort-outer-index
                               sort-inner-index.
               10  table-opening-moves     pic X(30).
               10  table-opening-games     pic 9(5).
               10  table-opening-white-wins    pic 9(5).
               10  table-opening-draws     pic 9(5).
               10  table-opening-black-wins    pic 9(5).
       01  swap-opening-entry          pic X(50).
       01  player-opening-table.
           05  player-opening-count    pic 9(3) value 0.
           05  player-opening-entry    occurs MAX-PLAYER-OPENINGS
                   indexed by player-opening-index
                               player-outer-index
                               player-inner-index.
               10  table-player-name       pic X(20).
               10  table-player-colour     pic X(5).
               10  table-player-opening    pic X(30).
               10  table-player-games      pic 9(4).
               10  table-player-wins       pic 9(4).
               10  table-player-draws      pic 9(4).
               10  table-player-losses     pic 9(4).
       01  swap-player-opening-entry   pic X(71).
       01  lookup-player-name          pic X(20).
       01  lookup-player-colour        pic X(5).
       01  lookup-player-score         pic X.
           88  lookup-player-won       value "W".
           88  lookup-player-drew      value "D".
           88  lookup-player-lost      value "L".
       01  previous-player-name        pic X(20).
       01  player-lines-shown          pic 9(2).
       01  player-game-total           pic 9(4).
       01  games-dropped               pic 9(3) value 0.
       01  openings-dropped            pic 9(3) value 0.
       01  opening-found-flag          pic X value "N".
           88  opening-found           value "Y".
       01  swap-needed-flag            pic X value "N".
           88  swap-needed             value "Y".
       01  opening-description         pic X(30).
       01  white-win-percent           pic 9(3)V9.
       01  draw-percent                pic 9(3)V9.
       01  black-win-percent           pic 9(3)V9.
       01  formatted-games             pic Z(4)9.
       01  formatted-white-percent     pic ZZ9.9.
       01  formatted-draw-percent      pic ZZ9.9.
       01  formatted-black-percent     pic ZZ9.9.
       01  formatted-player-games      pic ZZZ9.
       01  formatted-wins              pic ZZZ9.
       01  formatted-draws             pic ZZZ9.
       01  formatted-losses            pic ZZZ9.
       01  archive-read-status         pic 9 value 0.
           88  end-of-archive          value 1 false 0.
       01  archive-file-status.
           05  archive-status-key-1    pic X.
           05  archive-status-key-2    pic X.

       procedure division.
           display "Group games by how many opening moves each side "
                   "(1-3, 0 for 2):"
           accept opening-depth-entry
           if opening-depth-entry = zero
               move 2 to opening-depth-entry
           end-if
           if opening-depth-entry > 3
               move 3 to opening-depth-entry
           end-if
           compute opening-plies = opening-depth-entry * 2

           perform load-game-archive
           if game-count = zero
               display "No archived games yet - finish a game first."
               goback
           end-if

           perform varying game-index from 1 by 1
                   until game-index > game-count
               perform tally-opening
               move table-white-player(game-index)
                   to lookup-player-name
               move "White" to lookup-player-colour
               evaluate true
                   when table-white-won(game-index)
                       set lookup-player-won to true
                   when table-black-won(game-index)
                       set lookup-player-lost to true
                   when other
                       set lookup-player-drew to true
               end-evaluate
               perform tally-player-opening
               move table-black-player(game-index)
                   to lookup-player-name
               move "Black" to lookup-player-colour
               evaluate true
                   when table-white-won(game-index)
                       set lookup-player-lost to true
                   when table-black-won(game-index)
                       set lookup-player-won to true
                   when other
                       set lookup-player-drew to true
               end-evaluate
               perform tally-player-opening
           end-perform

           perform sort-openings
           perform print-opening-summary
           perform sort-player-openings
           perform print-player-openings
           if games-dropped > zero
               display games-dropped " games not included - "
                       "game table full."
           end-if
           if openings-dropped > zero
               display openings-dropped " openings not included - "
                       "opening table full."
           end-if
           goback
           .

       load-game-archive section.
           open input game-archive
           if archive-status-key-1 not = "0"
               set end-of-archive to true
           end-if
           perform until end-of-archive
               read game-archive
                   at end
                       set end-of-archive to true
                   not at end
                       evaluate true
                           when archive-header
                               perform store-archived-game
                           when archive-move
                               perform store-opening-move
                       end-evaluate
               end-read
           end-perform
           if archive-status-key-1 = "0"
                   or archive-status-key-1 = "1"
               close game-archive
           end-if
           .

       store-archived-game section.
           if game-count < MAX-ARCHIVED-GAMES
               add 1 to game-count
               set game-index to game-count
               move archive-game-number
                   to table-game-number(game-index)
               move archive-white-player
                   to table-white-player(game-index)
               move archive-black-player
                   to table-black-player(game-index)
               move archive-result to table-game-result(game-index)
               move spaces to table-game-opening(game-index)
           else
               add 1 to games-dropped
           end-if
           .

       store-opening-move section.
           if game-count > zero
               set game-index to game-count
               if archive-move-game-number
                       = table-game-number(game-index)
                       and archive-move-number <= opening-plies
                   compute key-position =
                       (archive-move-number - 1) * 5 + 1
                   move archive-from-square
                       to table-game-opening(game-index)
                           (key-position:2)
                   move archive-to-square
                       to table-game-opening(game-index)
                           (key-position + 2:2)
               end-if
           end-if
           .

       tally-opening section.
           move "N" to opening-found-flag
           perform varying opening-index from 1 by 1
                   until opening-index > opening-count
                       or opening-found
               if table-opening-moves(opening-index)
                       = table-game-opening(game-index)
                   move "Y" to opening-found-flag
                   set opening-index down by 1
               end-if
           end-perform
           if not opening-found
               if opening-count < MAX-OPENINGS
                   add 1 to opening-count
                   set opening-index to opening-count
                   move table-game-opening(game-index)
                       to table-opening-moves(opening-index)
                   move zero to table-opening-games(opening-index)
                   move zero to table-opening-white-wins(opening-index)
                   move zero to table-opening-draws(opening-index)
                   move zero to table-opening-black-wins(opening-index)
                   move "Y" to opening-found-flag
               else
                   add 1 to openings-dropped
               end-if
           end-if
           if opening-found
               add 1 to table-opening-games(opening-index)
               evaluate true
                   when table-white-won(game-index)
                       add 1 to table-opening-white-wins(opening-index)
                   when table-black-won(game-index)
                       add 1 to table-opening-black-wins(opening-index)
                   when other
                       add 1 to table-opening-draws(opening-index)
               end-evaluate
           end-if
           .

       tally-player-opening section.
           move "N" to opening-found-flag
           perform varying player-opening-index from 1 by 1
                   until player-opening-index > player-opening-count
                       or opening-found
               if table-player-name(player-opening-index)
                       = lookup-player-name
                       and table-player-colour(player-opening-index)
                           = lookup-player-colour
                       and table-player-opening(player-opening-index)
                           = table-game-opening(game-index)
                   move "Y" to opening-found-flag
                   set player-opening-index down by 1
               end-if
           end-perform
           if not opening-found
               if player-opening-count < MAX-PLAYER-OPENINGS
                   add 1 to player-opening-count
                   set player-opening-index to player-opening-count
                   move lookup-player-name
                       to table-player-name(player-opening-index)
                   move lookup-player-colour
                       to table-player-colour(player-opening-index)
                   move table-game-opening(game-index)
                       to table-player-opening(player-opening-index)
                   move zero to table-player-games(player-opening-index)
                   move zero to table-player-wins(player-opening-index)
                   move zero to table-player-draws(player-opening-index)
                   move zero
                       to table-player-losses(player-opening-index)
                   move "Y" to opening-found-flag
               else
                   add 1 to openings-dropped
               end-if
           end-if
           if opening-found
               add 1 to table-player-games(player-opening-index)
               evaluate true
                   when lookup-player-won
                       add 1 to table-player-wins(player-opening-index)
                   when lookup-player-lost
                       add 1
                           to table-player-losses(player-opening-index)
                   when other
                       add 1
                           to table-player-draws(player-opening-index)
               end-evaluate
           end-if
           .

       sort-openings section.
           perform varying sort-outer-index from 1 by 1
                   until sort-outer-index > opening-count
               perform varying sort-inner-index from 1 by 1
                       until sort-inner-index >= opening-count
                   if table-opening-games(sort-inner-index)
                           < table-opening-games(sort-inner-index + 1)
                       move opening-entry(sort-inner-index)
                           to swap-opening-entry
                       move opening-entry(sort-inner-index + 1)
                           to opening-entry(sort-inner-index)
                       move swap-opening-entry
                           to opening-entry(sort-inner-index + 1)
                   end-if
               end-perform
           end-perform
           .

      *    Player name order, then most played first within a player.
       sort-player-openings section.
           perform varying player-outer-index from 1 by 1
                   until player-outer-index > player-opening-count
               perform varying player-inner-index from 1 by 1
                       until player-inner-index >= player-opening-count
                   move "N" to swap-needed-flag
                   evaluate true
                       when table-player-name(player-inner-index)
                           > table-player-name(player-inner-index + 1)
                           set swap-needed to true
                       when table-player-name(player-inner-index)
                           = table-player-name(player-inner-index + 1)
                           and table-player-games(player-inner-index)
                           < table-player-games(player-inner-index + 1)
                           set swap-needed to true
                   end-evaluate
                   if swap-needed
                       move player-opening-entry(player-inner-index)
                           to swap-player-opening-entry
                       move player-opening-entry
                               (player-inner-index + 1)
                           to player-opening-entry(player-inner-index)
                       move swap-player-opening-entry
                           to player-opening-entry
                               (player-inner-index + 1)
                   end-if
               end-perform
           end-perform
           .

       print-opening-summary section.
           display "===== Opening Statistics - first "
                   opening-depth-entry " moves, " game-count
                   " games ====="
           display "Games  White won  Drawn  Black won  Opening"
           perform varying opening-index from 1 by 1
                   until opening-index > opening-count
               compute white-win-percent rounded =
                   table-opening-white-wins(opening-index) * 100
                   / table-opening-games(opening-index)
               compute draw-percent rounded =
                   table-opening-draws(opening-index) * 100
                   / table-opening-games(opening-index)
               compute black-win-percent rounded =
                   table-opening-black-wins(opening-index) * 100
                   / table-opening-games(opening-index)
               move table-opening-games(opening-index)
                   to formatted-games
               move white-win-percent to formatted-white-percent
               move draw-percent to formatted-draw-percent
               move black-win-percent to formatted-black-percent
               move table-opening-moves(opening-index)
                   to opening-description
               perform describe-opening
               display formatted-games "     "
                       formatted-white-percent "%  "
                       formatted-draw-percent "%     "
                       formatted-black-percent "%  "
                       opening-description
           end-perform
           .

       print-player-openings section.
           display "===== Most Played Openings by Player ====="
           move spaces to previous-player-name
           move zero to player-lines-shown
           perform varying player-opening-index from 1 by 1
                   until player-opening-index > player-opening-count
               if table-player-name(player-opening-index)
                       not = previous-player-name
                   move table-player-name(player-opening-index)
                       to previous-player-name
                   move zero to player-lines-shown
                   perform count-player-games
                   move player-game-total to formatted-player-games
                   display " "
                   display function trim(previous-player-name)
                           " - " function trim(formatted-player-games)
                           " games"
                   display "  Games  Won  Drawn  Lost  Colour  Opening"
               end-if
               if player-lines-shown < PLAYER-OPENINGS-SHOWN
                   add 1 to player-lines-shown
                   move table-player-games(player-opening-index)
                       to formatted-player-games
                   move table-player-wins(player-opening-index)
                       to formatted-wins
                   move table-player-draws(player-opening-index)
                       to formatted-draws
                   move table-player-losses(player-opening-index)
                       to formatted-losses
                   move table-player-opening(player-opening-index)
                       to opening-description
                   perform describe-opening
                   display "   " formatted-player-games " "
                           formatted-wins "   "
                           formatted-draws " "
                           formatted-losses "  "
                           table-player-colour(player-opening-index)
                           "   " opening-description
               end-if
           end-perform
           .

       count-player-games section.
           move zero to player-game-total
           perform varying player-inner-index from 1 by 1
                   until player-inner-index > player-opening-count
               if table-player-name(player-inner-index)
                       = previous-player-name
                   add table-player-games(player-inner-index)
                       to player-game-total
               end-if
           end-perform
           .

       describe-opening section.
           if opening-description = spaces
               move "(no moves played)" to opening-description
           end-if
           .
