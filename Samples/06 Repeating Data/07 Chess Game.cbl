           select ratings-ledger assign "chess-ratings.dat"
               organization line sequential
               file status ratings-file-status.
           select game-archive assign "chess-game-archive.dat"
               organization line sequential
               file status archive-file-status.

       data division.
       file section.
           05  rated-player-rating     pic 9(4).
           05  rated-player-games      pic 9(4).

      *    Every finished game, numbered in the order played: a header
      *    line with the players and result, then one line per move.
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
       78  GRID-SIZE                   value 8.
       78  STARTING-RATING             value 1200.
       01  ratings-file-status.
           05  ratings-status-key-1    pic X.
           05  ratings-status-key-2    pic X.
       01  next-game-number            pic 9(6) value 0.
       01  saved-read-status           pic 9 value 0.
           88  end-of-saved-game       value 1 false 0.
       01  archive-read-status         pic 9 value 0.
           88  end-of-archive          value 1 false 0.
       01  archive-file-status.
           05  archive-status-key-1    pic X.
           05  archive-status-key-2    pic X.

       procedure division.
           display "===== Chess - enter moves like e2e4, or QUIT "
           display "Game saved after " move-number " moves."
           if result-recorded
               display "Result: " game-result
               perform archive-completed-game
           end-if
           goback
           .
           end-perform
           close ratings-ledger
           .

       archive-completed-game section.
           move zero to next-game-number
           open input game-archive
           if archive-status-key-1 = "0"
               perform until end-of-archive
                   read game-archive
                       at end
                           set end-of-archive to true
                       not at end
                           if archive-game-number > next-game-number
                               move archive-game-number
                                   to next-game-number
                           end-if
                   end-read
               end-perform
               close game-archive
           end-if
           add 1 to next-game-number

           open extend game-archive
           if archive-status-key-1 = "3"
               open output game-archive
               close game-archive
               open extend game-archive
           end-if
           if archive-status-key-1 not = "0"
               display "Error code " archive-file-status
                       " opening chess-game-archive.dat."
           else
               move next-game-number to archive-game-number
               set archive-header to true
               move white-player-name to archive-white-player
               move black-player-name to archive-black-player
               move function current-date(1:8) to archive-game-date
               move game-result to archive-result
               move move-number to archive-move-count
               write archive-header-record
               open input saved-game
               if saved-status-key-1 = "0"
                   perform until end-of-saved-game
                       read saved-game
                           at end
                               set end-of-saved-game to true
                           not at end
                               move next-game-number
                                   to archive-move-game-number
                               move "M" to archive-move-type
                               move saved-move-number
                                   to archive-move-number
                               move saved-side to archive-side
                               move saved-from-square
                                   to archive-from-square
                               move saved-to-square
                                   to archive-to-square
                               move saved-piece to archive-piece
                               move saved-captured-piece
                                   to archive-captured-piece
                               write archive-move-record
                       end-read
                   end-perform
                   close saved-game
               end-if
               close game-archive
               display "Game archived as number " next-game-number "."
           end-if
           .
