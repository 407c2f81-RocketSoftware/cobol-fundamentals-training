       input-output section.
       file-control.
           select saved-game assign "chess-saved-game.dat"
               organization line sequential
               file status saved-game-status.
           select completed-games assign "chess-completed-games.dat"
               organization line sequential
               file status completed-file-status.
           select pgn-file assign "chess-game.pgn"
               organization line sequential
               file status pgn-file-status.

       data division.
       file section.
       FD  saved-game.
       01  saved-move-record.
           05  saved-move-number       pic 9(3).
           05  saved-side              pic X.
           05  saved-from-square       pic X(2).
           05  saved-to-square         pic X(2).
           05  saved-piece             pic X.
           05  saved-captured-piece    pic X.

       FD  completed-games.
       01  completed-game-record.
           05  completed-white-player  pic X(20).
           05  completed-black-player  pic X(20).
           05  completed-game-date     pic 9(8).
           05  completed-result        pic X(7).
           05  completed-move-count    pic 9(3).

      *    Portable game notation - tag pairs, then the moves in
      *    standard algebraic notation.
       FD  pgn-file.
       01  pgn-record                  pic X(255).

       working-storage section.
       78  GRID-SIZE                   value 8.
       78  MAX-GAME-MOVES              value 999.
      * White pieces are upper case, black pieces lower case, and
      * an empty square holds a full stop.
       01  chessboard.
           05  board-rank              occurs GRID-SIZE.
               10  board-square        pic X occurs GRID-SIZE.
       01  rank-number                 pic 9.
       01  file-number                 pic 9.
       01  side-to-move                pic X value "W".
           88  white-to-move           value "W".
           88  black-to-move           value "B".
       01  move-from-file              pic 9.
       01  move-from-rank              pic 9.
       01  move-to-file                pic 9.
       01  move-to-rank                pic 9.
       01  moving-piece                pic X.
       01  target-piece                pic X.
       01  upper-moving-piece          pic X.
       01  file-delta                  pic S9.
       01  rank-delta                  pic S9.
       01  file-distance               pic 9.
       01  rank-distance               pic 9.
       01  step-file                   pic S9.
       01  step-rank                   pic S9.
       01  scan-file                   pic S9(2).
       01  scan-rank                   pic S9(2).
       01  path-clear-flag             pic X value "Y".
           88  path-is-clear           value "Y" false "N".
       01  move-legal-flag             pic X value "N".
           88  move-is-legal           value "Y" false "N".
       01  file-letters                pic X(8) value "abcdefgh".
       01  quiet-flag                  pic X value "N".
           88  quiet-validation        value "Y" false "N".
       01  king-file                   pic 9.
       01  king-rank                   pic 9.
       01  king-search-piece           pic X.
       01  attack-target-file          pic 9.
       01  attack-target-rank          pic 9.
       01  attacker-white-flag         pic X.
           88  attacker-is-white       value "W".
       01  square-attacked-flag        pic X value "N".
           88  square-is-attacked      value "Y" false "N".
       01  atk-file                    pic 9.
       01  atk-rank                    pic 9.
       01  atk-piece                   pic X.
       01  atk-upper-piece             pic X.
       01  atk-file-delta              pic S9.
       01  atk-rank-delta              pic S9.
       01  atk-file-distance           pic 9.
       01  atk-rank-distance           pic 9.
       01  atk-step-file               pic S9.
       01  atk-step-rank               pic S9.
       01  atk-scan-file               pic S9(2).
       01  atk-scan-rank               pic S9(2).
       01  atk-path-flag               pic X.
           88  atk-path-clear          value "Y" false "N".
       01  prov-from-file              pic 9.
       01  prov-from-rank              pic 9.
       01  prov-to-file                pic 9.
       01  prov-to-rank                pic 9.
       01  prov-moving-piece           pic X.
       01  prov-captured-piece         pic X.
       01  self-check-flag             pic X value "N".
           88  move-self-checks        value "Y" false "N".
       01  king-in-check-flag          pic X value "N".
           88  king-in-check           value "Y" false "N".
       01  legal-move-found-flag       pic X value "N".
           88  legal-move-found        value "Y" false "N".
       01  gen-from-file               pic 9.
       01  gen-from-rank               pic 9.
       01  gen-to-file                 pic 9.
       01  gen-to-rank                 pic 9.
       01  gen-piece                   pic X.
       01  maintenance-selection       pic 9 value 0.
           88  export-game             value 1.
           88  import-game             value 2.
           88  exit-transfer           value 3.
           88  valid-maintenance       values 1 thru 3.
       01  game-move-table.
           05  game-move-count         pic 9(3) value 0.
           05  game-move-entry         pic X(10)
                                       occurs MAX-GAME-MOVES
                                       indexed by game-move-index.
       01  tag-white-player            pic X(20).
       01  tag-black-player            pic X(20).
       01  tag-date                    pic X(10).
       01  tag-result                  pic X(7).
       01  tag-name                    pic X(20).
       01  tag-value                   pic X(40).
       01  tag-skip                    pic X(20).
       01  pgn-line                    pic X(80).
       01  pgn-line-length             pic 9(2) value 0.
       01  pgn-token                   pic X(20).
       01  pgn-token-length            pic 9(2) value 0.
       01  full-move-number            pic 9(3).
       01  formatted-move-number       pic Z(2)9.
       01  san-text                    pic X(12).
       01  san-pointer                 pic 9(2).
       01  san-length                  pic 9(2).
       01  san-start                   pic 9(2).
       01  san-index                   pic 9(2).
       01  san-char                    pic X.
       01  san-piece                   pic X.
       01  search-piece                pic X.
       01  promotion-piece             pic X.
       01  disambiguation-file         pic 9.
       01  disambiguation-rank         pic 9.
       01  chosen-from-file            pic 9.
       01  chosen-from-rank            pic 9.
       01  other-file                  pic 9.
       01  other-rank                  pic 9.
       01  candidate-count             pic 9(2).
       01  rejection-reason            pic X(50).
       01  conflict-flag               pic X value "N".
           88  move-has-conflict       value "Y" false "N".
       01  same-file-conflict-flag     pic X value "N".
           88  same-file-conflict      value "Y" false "N".
       01  same-rank-conflict-flag     pic X value "N".
           88  same-rank-conflict      value "Y" false "N".
       01  token-buffer                pic X(40).
       01  token-length                pic 9(2) value 0.
       01  char-position               pic 9(3).
       01  current-char                pic X.
       01  variation-depth             pic 9(2) value 0.
       01  comment-flag                pic X value "N".
           88  in-comment              value "Y" false "N".
       01  import-failed-flag          pic X value "N".
           88  import-failed           value "Y" false "N".
       01  import-finished-flag        pic X value "N".
           88  import-finished         value "Y" false "N".
       01  saved-read-status           pic 9 value 0.
           88  end-of-saved-game       value 1 false 0.
       01  completed-read-status       pic 9 value 0.
           88  end-of-completed        value 1 false 0.
       01  pgn-read-status             pic 9 value 0.
           88  end-of-pgn              value 1 false 0.
       01  saved-game-status.
           05  saved-status-key-1      pic X.
           05  saved-status-key-2      pic X.
       01  completed-file-status.
           05  completed-status-key-1  pic X.
           05  completed-status-key-2  pic X.
       01  pgn-file-status.
           05  pgn-status-key-1        pic X.
           05  pgn-status-key-2        pic X.

       procedure division.
           perform until exit-transfer
               perform prompt-for-maintenance-function
               evaluate true
                   when not valid-maintenance
                       display "Invalid Function."
                   when export-game
                       perform export-saved-game
                   when import-game
                       perform import-pgn-game
               end-evaluate
           end-perform
           display "Exiting chess game transfer..."
           goback
           .

       prompt-for-maintenance-function section.
           display "Chess game transfer - would you like to:"
           display "- [1] Export the saved game to chess-game.pgn"
           display "- [2] Import chess-game.pgn as the saved game"
           display "- [3] Exit"
           accept maintenance-selection
           .

       set-up-initial-board section.
           perform varying rank-number from 1 by 1
                   until rank-number > GRID-SIZE
               perform varying file-number from 1 by 1
                       until file-number > GRID-SIZE
                   move "." to board-square(rank-number file-number)
               end-perform
           end-perform
           move "RNBQKBNR" to board-rank(1)
           move all "P" to board-rank(2)
           move all "p" to board-rank(7)
           move "rnbqkbnr" to board-rank(8)
           set white-to-move to true
           .

      *    The tags come from the completed game that ended on the
      *    same move as the saved game; failing that they are left
      *    unknown as the standard allows.
       export-saved-game section.
           move zero to game-move-count
           set end-of-saved-game to false
           open input saved-game
           if saved-status-key-1 not = "0"
               display "No saved game on file."
           else
               perform until end-of-saved-game
                   read saved-game
                       at end
                           set end-of-saved-game to true
                       not at end
                           if game-move-count < MAX-GAME-MOVES
                               add 1 to game-move-count
                               move saved-move-record
                                   to game-move-entry(game-move-count)
                           end-if
                   end-read
               end-perform
               close saved-game
               if game-move-count = zero
                   display "The saved game has no moves."
               else
                   perform find-completed-game-tags
                   perform write-pgn-game
               end-if
           end-if
           .

       find-completed-game-tags section.
           move "?" to tag-white-player
           move "?" to tag-black-player
           move "????.??.??" to tag-date
           move "*" to tag-result
           move game-move-entry(game-move-count) to saved-move-record
           set end-of-completed to false
           open input completed-games
           if completed-status-key-1 = "0"
               perform until end-of-completed
                   read completed-games
                       at end
                           set end-of-completed to true
                       not at end
                           if completed-move-count
                                   = saved-move-number
                               move completed-white-player
                                   to tag-white-player
                               move completed-black-player
                                   to tag-black-player
                               move spaces to tag-date
                               string completed-game-date(1:4) "."
                                      completed-game-date(5:2) "."
                                      completed-game-date(7:2)
                                      delimited by size
                                      into tag-date
                               end-string
                               move completed-result to tag-result
                           end-if
                   end-read
               end-perform
               close completed-games
           end-if
           .

       write-pgn-game section.
           open output pgn-file
           if pgn-status-key-1 not = "0"
               display "Error code " pgn-file-status
                       " opening chess-game.pgn."
           else
               move "Event" to tag-name
               move "Lunchtime League" to tag-value
               perform write-pgn-tag
               move "Site" to tag-name
               move "?" to tag-value
               perform write-pgn-tag
               move "Date" to tag-name
               move tag-date to tag-value
               perform write-pgn-tag
               move "Round" to tag-name
               move "-" to tag-value
               perform write-pgn-tag
               move "White" to tag-name
               move tag-white-player to tag-value
               perform write-pgn-tag
               move "Black" to tag-name
               move tag-black-player to tag-value
               perform write-pgn-tag
               move "Result" to tag-name
               move tag-result to tag-value
               perform write-pgn-tag
               move spaces to pgn-record
               write pgn-record

               perform set-up-initial-board
               move spaces to pgn-line
               move zero to pgn-line-length
               perform varying game-move-index from 1 by 1
                       until game-move-index > game-move-count
                   move game-move-entry(game-move-index)
                       to saved-move-record
                   perform export-one-move
               end-perform
               move tag-result to pgn-token
               perform add-pgn-token
               move pgn-line to pgn-record
               write pgn-record
               close pgn-file
               display "Game exported to chess-game.pgn - "
                       game-move-count " moves, "
                       function trim(tag-white-player) " v "
                       function trim(tag-black-player) " "
                       tag-result
           end-if
           .

       write-pgn-tag section.
           move spaces to pgn-record
           string "[" delimited by size
                  tag-name delimited by space
                  " " quote delimited by size
                  function trim(tag-value) delimited by size
                  quote "]" delimited by size
                  into pgn-record
           end-string
           write pgn-record
           .

      *    Each saved move is turned into standard algebraic notation:
      *    piece letter, the file or rank of the moving piece where
      *    another of the same kind could also reach the square, x for
      *    a capture, the square, =Q for a promotion and + or # for
      *    check or mate.
       export-one-move section.
           perform decode-saved-squares
           move saved-side to side-to-move
           if white-to-move
               compute full-move-number = (saved-move-number + 1) / 2
               move full-move-number to formatted-move-number
               move spaces to pgn-token
               string function trim(formatted-move-number) "."
                      delimited by size
                      into pgn-token
               end-string
               perform add-pgn-token
           end-if
           move board-square(move-from-rank move-from-file)
               to moving-piece
           move board-square(move-to-rank move-to-file)
               to target-piece
           move function upper-case(moving-piece)
               to upper-moving-piece
           move spaces to san-text
           move 1 to san-pointer
           if upper-moving-piece = "P"
               if target-piece not = "."
                   string saved-from-square(1:1) delimited by size
                          into san-text with pointer san-pointer
                   end-string
               end-if
           else
               string upper-moving-piece delimited by size
                      into san-text with pointer san-pointer
               end-string
               perform find-disambiguation
           end-if
           if target-piece not = "."
               string "x" delimited by size
                      into san-text with pointer san-pointer
               end-string
           end-if
           string saved-to-square delimited by size
                  into san-text with pointer san-pointer
           end-string
           if upper-moving-piece = "P"
                   and (move-to-rank = 8 or move-to-rank = 1)
               string "=Q" delimited by size
                      into san-text with pointer san-pointer
               end-string
           end-if
           perform make-board-move
           perform swap-side-to-move
           perform check-opponent-king
           if king-in-check
               perform look-for-any-legal-move
               if legal-move-found
                   string "+" delimited by size
                          into san-text with pointer san-pointer
                   end-string
               else
                   string "#" delimited by size
                          into san-text with pointer san-pointer
                   end-string
               end-if
           end-if
           move san-text to pgn-token
           perform add-pgn-token
           .

       find-disambiguation section.
           move move-from-file to chosen-from-file
           move move-from-rank to chosen-from-rank
           set move-has-conflict to false
           set same-file-conflict to false
           set same-rank-conflict to false
           set quiet-validation to true
           perform varying other-rank from 1 by 1
                   until other-rank > GRID-SIZE
               perform varying other-file from 1 by 1
                       until other-file > GRID-SIZE
                   if board-square(other-rank other-file)
                           = board-square(chosen-from-rank
                                          chosen-from-file)
                           and (other-rank not = chosen-from-rank
                               or other-file not = chosen-from-file)
                       move other-file to move-from-file
                       move other-rank to move-from-rank
                       set move-is-legal to true
                       perform validate-move
                       if move-is-legal
                           set move-has-conflict to true
                           if other-file = chosen-from-file
                               set same-file-conflict to true
                           end-if
                           if other-rank = chosen-from-rank
                               set same-rank-conflict to true
                           end-if
                       end-if
                   end-if
               end-perform
           end-perform
           set quiet-validation to false
           move chosen-from-file to move-from-file
           move chosen-from-rank to move-from-rank
           move board-square(move-from-rank move-from-file)
               to moving-piece
           move board-square(move-to-rank move-to-file)
               to target-piece
           if move-has-conflict
               if not same-file-conflict
                   string saved-from-square(1:1) delimited by size
                          into san-text with pointer san-pointer
                   end-string
               else
                   if not same-rank-conflict
                       string saved-from-square(2:1)
                              delimited by size
                              into san-text with pointer san-pointer
                       end-string
                   else
                       string saved-from-square delimited by size
                              into san-text with pointer san-pointer
                       end-string
                   end-if
               end-if
           end-if
           .

       add-pgn-token section.
           move zero to pgn-token-length
           inspect pgn-token tallying pgn-token-length
               for characters before initial space
           if pgn-line-length + pgn-token-length + 1 > 79
               move pgn-line to pgn-record
               write pgn-record
               move spaces to pgn-line
               move zero to pgn-line-length
           end-if
           if pgn-line-length > zero
               add 1 to pgn-line-length
           end-if
           move pgn-token(1:pgn-token-length)
               to pgn-line(pgn-line-length + 1:pgn-token-length)
           add pgn-token-length to pgn-line-length
           .

       decode-saved-squares section.
           move zero to move-from-file
           move zero to move-to-file
           perform varying file-number from 1 by 1
                   until file-number > GRID-SIZE
               if saved-from-square(1:1) = file-letters(file-number:1)
                   move file-number to move-from-file
               end-if
               if saved-to-square(1:1) = file-letters(file-number:1)
                   move file-number to move-to-file
               end-if
           end-perform
           move saved-from-square(2:1) to move-from-rank
           move saved-to-square(2:1) to move-to-rank
           .

      *    Moves are read token by token, skipping move numbers,
      *    comments, annotations and side variations. Every move must
      *    pass the same rules as a game played on the board program;
      *    the saved game is only replaced if the whole game does.
       import-pgn-game section.
           open input pgn-file
           if pgn-status-key-1 not = "0"
               display "No chess-game.pgn file to import."
           else
               perform set-up-initial-board
               move zero to game-move-count
               move "?" to tag-white-player
               move "?" to tag-black-player
               move "*" to tag-result
               move spaces to token-buffer
               move zero to token-length
               move zero to variation-depth
               set in-comment to false
               set import-failed to false
               set import-finished to false
               set end-of-pgn to false
               perform until end-of-pgn
                       or import-failed
                       or import-finished
                   read pgn-file
                       at end
                           set end-of-pgn to true
                       not at end
                           perform scan-pgn-line
                   end-read
               end-perform
               close pgn-file
               evaluate true
                   when import-failed
                       display "Import stopped - the saved game has "
                               "not been changed."
                   when game-move-count = zero
                       display "No moves found in chess-game.pgn."
                   when other
                       perform save-imported-game
               end-evaluate
           end-if
           .

       scan-pgn-line section.
           if pgn-record(1:1) = "[" and not in-comment
               perform read-pgn-tag
           else
               perform varying char-position from 1 by 1
                       until char-position > length of pgn-record
                           or import-failed
                           or import-finished
                   move pgn-record(char-position:1) to current-char
                   evaluate true
                       when in-comment
                           if current-char = "}"
                               set in-comment to false
                           end-if
                       when current-char = "{"
                           perform end-pgn-token
                           set in-comment to true
                       when current-char = ";"
                           perform end-pgn-token
                           move length of pgn-record to char-position
                       when current-char = "("
                           perform end-pgn-token
                           add 1 to variation-depth
                       when current-char = ")"
                           perform end-pgn-token
                           if variation-depth > zero
                               subtract 1 from variation-depth
                           end-if
                       when variation-depth > zero
                           continue
                       when current-char = space
                           perform end-pgn-token
                       when other
                           if token-length < length of token-buffer
                               add 1 to token-length
                               move current-char
                                   to token-buffer(token-length:1)
                           end-if
                   end-evaluate
               end-perform
               if not import-failed and not import-finished
                   perform end-pgn-token
               end-if
           end-if
           .

       read-pgn-tag section.
           move spaces to tag-name
           move spaces to tag-value
           unstring pgn-record(2:) delimited by space
               into tag-name
           end-unstring
           unstring pgn-record delimited by quote
               into tag-skip tag-value
           end-unstring
           evaluate tag-name
               when "White"
                   move tag-value to tag-white-player
               when "Black"
                   move tag-value to tag-black-player
               when "Result"
                   move tag-value to tag-result
               when "FEN"
               when "SetUp"
                   if tag-value not = "0"
                       display "Games from a set-up position cannot "
                               "be imported."
                       set import-failed to true
                   end-if
           end-evaluate
           .

       end-pgn-token section.
           if token-length > zero
               perform process-pgn-token
               move spaces to token-buffer
               move zero to token-length
           end-if
           .

       process-pgn-token section.
           evaluate true
               when token-buffer = "1-0" or "0-1" or "1/2-1/2" or "*"
                   move token-buffer to tag-result
                   set import-finished to true
               when token-buffer(1:1) = "$"
                   continue
               when token-buffer(1:1) is numeric
                   move 1 to san-start
                   perform until san-start > token-length
                           or (token-buffer(san-start:1)
                                   is not numeric
                               and token-buffer(san-start:1)
                                   not = ".")
                       add 1 to san-start
                   end-perform
                   if san-start <= token-length
                       move spaces to san-text
                       move token-buffer(san-start:) to san-text
                       compute san-length = token-length - san-start
                                            + 1
                       perform import-one-move
                   end-if
               when other
                   move token-buffer to san-text
                   move token-length to san-length
                   perform import-one-move
           end-evaluate
           .

       import-one-move section.
           move spaces to rejection-reason
           perform until san-length = zero
                   or (san-text(san-length:1) not = "+"
                       and san-text(san-length:1) not = "#"
                       and san-text(san-length:1) not = "!"
                       and san-text(san-length:1) not = "?")
               subtract 1 from san-length
           end-perform
           if san-length > zero
               if san-text(1:san-length) = "O-O" or "O-O-O"
                       or "0-0" or "0-0-0"
                   move "castling is not played under our rules"
                       to rejection-reason
               else
                   perform parse-san-move
               end-if
               if rejection-reason = spaces
                   perform find-san-candidates
               end-if
               if rejection-reason = spaces
                   perform make-board-move
                   perform record-imported-move
                   perform swap-side-to-move
               else
                   compute full-move-number =
                       (game-move-count + 2) / 2
                   if white-to-move
                       display "Move " full-move-number " white "
                               san-text(1:san-length) " - "
                               function trim(rejection-reason) "."
                   else
                       display "Move " full-move-number " black "
                               san-text(1:san-length) " - "
                               function trim(rejection-reason) "."
                   end-if
                   set import-failed to true
               end-if
           end-if
           .

       parse-san-move section.
           move space to promotion-piece
           move zero to disambiguation-file
           move zero to disambiguation-rank
           if san-length > 3
                   and san-text(san-length - 1:1) = "="
               move san-text(san-length:1) to promotion-piece
               subtract 2 from san-length
           end-if
           if san-text(1:1) = "K" or "Q" or "R" or "B" or "N"
               move san-text(1:1) to san-piece
               move 2 to san-start
           else
               move "P" to san-piece
               move 1 to san-start
           end-if
           if san-piece = "P" and san-length > 2
                   and (san-text(san-length:1) = "Q" or "R" or "B"
                       or "N")
               move san-text(san-length:1) to promotion-piece
               subtract 1 from san-length
           end-if
           if san-length < san-start + 1
               move "not understood" to rejection-reason
           else
               move zero to move-to-file
               perform varying file-number from 1 by 1
                       until file-number > GRID-SIZE
                   if san-text(san-length - 1:1)
                           = file-letters(file-number:1)
                       move file-number to move-to-file
                   end-if
               end-perform
               if move-to-file = zero
                       or san-text(san-length:1) < "1"
                       or san-text(san-length:1) > "8"
                   move "not understood" to rejection-reason
               else
                   move san-text(san-length:1) to move-to-rank
                   perform varying san-index from san-start by 1
                           until san-index > san-length - 2
                       perform read-disambiguation-char
                   end-perform
               end-if
           end-if
           if rejection-reason = spaces
                   and promotion-piece not = space
                   and promotion-piece not = "Q"
               move "pawns are only promoted to a queen here"
                   to rejection-reason
           end-if
           .

       read-disambiguation-char section.
           move san-text(san-index:1) to san-char
           evaluate true
               when san-char = "x"
                   continue
               when san-char >= "1" and san-char <= "8"
                   move san-char to disambiguation-rank
               when san-char >= "a" and san-char <= "h"
                   perform varying file-number from 1 by 1
                           until file-number > GRID-SIZE
                       if san-char = file-letters(file-number:1)
                           move file-number to disambiguation-file
                       end-if
                   end-perform
               when other
                   move "not understood" to rejection-reason
           end-evaluate
           .

       find-san-candidates section.
           if white-to-move
               move san-piece to search-piece
           else
               move function lower-case(san-piece) to search-piece
           end-if
           move zero to candidate-count
           set quiet-validation to true
           perform varying other-rank from 1 by 1
                   until other-rank > GRID-SIZE
               perform varying other-file from 1 by 1
                       until other-file > GRID-SIZE
                   if board-square(other-rank other-file)
                           = search-piece
                           and (disambiguation-file = zero
                               or disambiguation-file = other-file)
                           and (disambiguation-rank = zero
                               or disambiguation-rank = other-rank)
                       move other-file to move-from-file
                       move other-rank to move-from-rank
                       set move-is-legal to true
                       perform validate-move
                       if move-is-legal
                           add 1 to candidate-count
                           move other-file to chosen-from-file
                           move other-rank to chosen-from-rank
                       end-if
                   end-if
               end-perform
           end-perform
           set quiet-validation to false
           evaluate candidate-count
               when zero
                   move "not a legal move" to rejection-reason
               when 1
                   move chosen-from-file to move-from-file
                   move chosen-from-rank to move-from-rank
                   move board-square(move-from-rank move-from-file)
                       to moving-piece
                   move board-square(move-to-rank move-to-file)
                       to target-piece
                   move function upper-case(moving-piece)
                       to upper-moving-piece
               when other
                   move "more than one piece can make that move"
                       to rejection-reason
           end-evaluate
           .

       make-board-move section.
           move moving-piece
               to board-square(move-to-rank move-to-file)
           move "." to board-square(move-from-rank move-from-file)
           if upper-moving-piece = "P"
               if white-to-move and move-to-rank = 8
                   move "Q"
                       to board-square(move-to-rank move-to-file)
               end-if
               if black-to-move and move-to-rank = 1
                   move "q"
                       to board-square(move-to-rank move-to-file)
               end-if
           end-if
           .

       record-imported-move section.
           if game-move-count >= MAX-GAME-MOVES
               move "the game is too long to save"
                   to rejection-reason
               set import-failed to true
           else
               add 1 to game-move-count
               move game-move-count to saved-move-number
               move side-to-move to saved-side
               move file-letters(move-from-file:1)
                   to saved-from-square(1:1)
               move move-from-rank to saved-from-square(2:1)
               move file-letters(move-to-file:1)
                   to saved-to-square(1:1)
               move move-to-rank to saved-to-square(2:1)
               move moving-piece to saved-piece
               move target-piece to saved-captured-piece
               move saved-move-record
                   to game-move-entry(game-move-count)
           end-if
           .

       save-imported-game section.
           open output saved-game
           if saved-status-key-1 not = "0"
               display "Error code " saved-game-status
                       " opening chess-saved-game.dat."
           else
               perform varying game-move-index from 1 by 1
                       until game-move-index > game-move-count
                   move game-move-entry(game-move-index)
                       to saved-move-record
                   write saved-move-record
               end-perform
               close saved-game
               display "Imported " game-move-count " moves - "
                       function trim(tag-white-player) " v "
                       function trim(tag-black-player) " "
                       tag-result
               display "Use Chess Replay to play it back."
           end-if
           .

       check-opponent-king section.
           if white-to-move
               move "K" to king-search-piece
               move "B" to attacker-white-flag
           else
               move "k" to king-search-piece
               move "W" to attacker-white-flag
           end-if
           perform locate-king
           move king-file to attack-target-file
           move king-rank to attack-target-rank
           perform check-square-attacked
           if square-is-attacked
               set king-in-check to true
           else
               set king-in-check to false
           end-if
           .

       swap-side-to-move section.
           if white-to-move
               set black-to-move to true
           else
               set white-to-move to true
           end-if
           .

       validate-move section.
           move board-square(move-from-rank move-from-file)
               to moving-piece
           move board-square(move-to-rank move-to-file)
               to target-piece

           evaluate true
               when moving-piece = "."
                   if not quiet-validation
                       display "There is no piece on that square."
                   end-if
                   set move-is-legal to false
               when white-to-move
                       and moving-piece is not alphabetic-upper
                   if not quiet-validation
                       display "That is not a white piece."
                   end-if
                   set move-is-legal to false
               when black-to-move
                       and moving-piece is not alphabetic-lower
                   if not quiet-validation
                       display "That is not a black piece."
                   end-if
                   set move-is-legal to false
               when target-piece not = "."
                       and white-to-move
                       and target-piece is alphabetic-upper
                   if not quiet-validation
                       display "A white piece is already there."
                   end-if
                   set move-is-legal to false
               when target-piece not = "."
                       and black-to-move
                       and target-piece is alphabetic-lower
                   if not quiet-validation
                       display "A black piece is already there."
                   end-if
                   set move-is-legal to false
           end-evaluate

           if move-is-legal
               perform validate-piece-rule
           end-if
           if move-is-legal
               perform test-for-self-check
               if move-self-checks
                   if not quiet-validation
                       display "That move would leave your king "
                               "in check."
                   end-if
                   set move-is-legal to false
               end-if
           end-if
           .

       validate-piece-rule section.
           compute file-delta = move-to-file - move-from-file
           compute rank-delta = move-to-rank - move-from-rank
           compute file-distance = function abs(file-delta)
           compute rank-distance = function abs(rank-delta)
           move function upper-case(moving-piece)
               to upper-moving-piece

           evaluate upper-moving-piece
               when "R"
                   perform validate-rook-move
               when "B"
                   perform validate-bishop-move
               when "Q"
                   perform validate-queen-move
               when "N"
                   perform validate-knight-move
               when "K"
                   perform validate-king-move
               when "P"
                   perform validate-pawn-move
           end-evaluate
           .

       validate-rook-move section.
           if file-distance not = zero and rank-distance not = zero
               if not quiet-validation
                   display "A rook moves along one rank or one "
                           "file."
               end-if
               set move-is-legal to false
           else
               perform check-path-is-clear
               if not path-is-clear
                   if not quiet-validation
                       display "The rook's path is blocked."
                   end-if
                   set move-is-legal to false
               end-if
           end-if
           .

       validate-bishop-move section.
           if file-distance not = rank-distance
                   or file-distance = zero
               if not quiet-validation
                   display "A bishop moves along diagonals."
               end-if
               set move-is-legal to false
           else
               perform check-path-is-clear
               if not path-is-clear
                   if not quiet-validation
                       display "The bishop's path is blocked."
                   end-if
                   set move-is-legal to false
               end-if
           end-if
           .

       validate-queen-move section.
           if (file-distance = zero or rank-distance = zero
                   or file-distance = rank-distance)
                   and (file-distance + rank-distance) not = zero
               perform check-path-is-clear
               if not path-is-clear
                   if not quiet-validation
                       display "The queen's path is blocked."
                   end-if
                   set move-is-legal to false
               end-if
           else
               if not quiet-validation
                   display "A queen moves along ranks, files or "
                           "diagonals."
               end-if
               set move-is-legal to false
           end-if
           .

       validate-knight-move section.
           if not ((file-distance = 1 and rank-distance = 2)
                   or (file-distance = 2 and rank-distance = 1))
               if not quiet-validation
                   display "A knight moves two squares one way and "
                           "one the other."
               end-if
               set move-is-legal to false
           end-if
           .

       validate-king-move section.
           if file-distance > 1 or rank-distance > 1
                   or (file-distance + rank-distance) = zero
               if not quiet-validation
                   display "A king moves one square in any "
                           "direction."
               end-if
               set move-is-legal to false
           end-if
           .

       validate-pawn-move section.
           evaluate true
               when file-distance = zero
                   perform validate-pawn-advance
               when file-distance = 1 and rank-distance = 1
                   perform validate-pawn-capture
               when other
                   if not quiet-validation
                       display "A pawn advances on its file or "
                               "captures one square diagonally."
                   end-if
                   set move-is-legal to false
           end-evaluate
           .

       validate-pawn-advance section.
           if target-piece not = "."
               if not quiet-validation
                   display "A pawn cannot capture straight ahead."
               end-if
               set move-is-legal to false
           else
               evaluate true
                   when white-to-move and rank-delta = 1
                       continue
                   when black-to-move and rank-delta = -1
                       continue
                   when white-to-move and rank-delta = 2
                           and move-from-rank = 2
                       if board-square(3 move-from-file) not = "."
                           if not quiet-validation
                               display "The pawn's path is blocked."
                           end-if
                           set move-is-legal to false
                       end-if
                   when black-to-move and rank-delta = -2
                           and move-from-rank = 7
                       if board-square(6 move-from-file) not = "."
                           if not quiet-validation
                               display "The pawn's path is blocked."
                           end-if
                           set move-is-legal to false
                       end-if
                   when other
                       if not quiet-validation
                           display "A pawn advances one square, or "
                                   "two from its starting rank."
                       end-if
                       set move-is-legal to false
               end-evaluate
           end-if
           .

       validate-pawn-capture section.
           evaluate true
               when target-piece = "."
                   if not quiet-validation
                       display "A pawn only moves diagonally when "
                               "capturing."
                   end-if
                   set move-is-legal to false
               when white-to-move and rank-delta not = 1
                   if not quiet-validation
                       display "A white pawn captures one rank up "
                               "the board."
                   end-if
                   set move-is-legal to false
               when black-to-move and rank-delta not = -1
                   if not quiet-validation
                       display "A black pawn captures one rank "
                               "down the board."
                   end-if
                   set move-is-legal to false
           end-evaluate
           .

       check-path-is-clear section.
           set path-is-clear to true
           move zero to step-file
           move zero to step-rank
           if file-delta > zero
               move 1 to step-file
           end-if
           if file-delta < zero
               move -1 to step-file
           end-if
           if rank-delta > zero
               move 1 to step-rank
           end-if
           if rank-delta < zero
               move -1 to step-rank
           end-if

           compute scan-file = move-from-file + step-file
           compute scan-rank = move-from-rank + step-rank
           perform until (scan-file = move-to-file
                   and scan-rank = move-to-rank)
                   or not path-is-clear
               if board-square(scan-rank scan-file) not = "."
                   set path-is-clear to false
               end-if
               add step-file to scan-file
               add step-rank to scan-rank
           end-perform
           .

       test-for-self-check section.
           move move-from-file to prov-from-file
           move move-from-rank to prov-from-rank
           move move-to-file to prov-to-file
           move move-to-rank to prov-to-rank
           perform apply-provisional-move
           if white-to-move
               move "K" to king-search-piece
               move "B" to attacker-white-flag
           else
               move "k" to king-search-piece
               move "W" to attacker-white-flag
           end-if
           perform locate-king
           move king-file to attack-target-file
           move king-rank to attack-target-rank
           perform check-square-attacked
           if square-is-attacked
               set move-self-checks to true
           else
               set move-self-checks to false
           end-if
           perform undo-provisional-move
           .

       apply-provisional-move section.
           move board-square(prov-from-rank prov-from-file)
               to prov-moving-piece
           move board-square(prov-to-rank prov-to-file)
               to prov-captured-piece
           move prov-moving-piece
               to board-square(prov-to-rank prov-to-file)
           move "." to board-square(prov-from-rank prov-from-file)
           .

       undo-provisional-move section.
           move prov-moving-piece
               to board-square(prov-from-rank prov-from-file)
           move prov-captured-piece
               to board-square(prov-to-rank prov-to-file)
           .

       locate-king section.
           move zero to king-file
           move zero to king-rank
           perform varying rank-number from 1 by 1
                   until rank-number > GRID-SIZE
               perform varying file-number from 1 by 1
                       until file-number > GRID-SIZE
                   if board-square(rank-number file-number)
                           = king-search-piece
                       move file-number to king-file
                       move rank-number to king-rank
                   end-if
               end-perform
           end-perform
           .

       check-square-attacked section.
           set square-is-attacked to false
           perform varying atk-rank from 1 by 1
                   until atk-rank > GRID-SIZE
                       or square-is-attacked
               perform varying atk-file from 1 by 1
                       until atk-file > GRID-SIZE
                           or square-is-attacked
                   move board-square(atk-rank atk-file) to atk-piece
                   if atk-piece not = "."
                       if (attacker-is-white
                               and atk-piece is alphabetic-upper)
                           or (not attacker-is-white
                               and atk-piece is alphabetic-lower)
                           perform check-one-attacker
                       end-if
                   end-if
               end-perform
           end-perform
           .

       check-one-attacker section.
           move function upper-case(atk-piece) to atk-upper-piece
           compute atk-file-delta = attack-target-file - atk-file
           compute atk-rank-delta = attack-target-rank - atk-rank
           compute atk-file-distance = function abs(atk-file-delta)
           compute atk-rank-distance = function abs(atk-rank-delta)
           if atk-file-distance = zero
                   and atk-rank-distance = zero
               continue
           else
               evaluate atk-upper-piece
                   when "P"
                       perform check-pawn-attack
                   when "N"
                       if (atk-file-distance = 1
                               and atk-rank-distance = 2)
                           or (atk-file-distance = 2
                               and atk-rank-distance = 1)
                           set square-is-attacked to true
                       end-if
                   when "K"
                       if atk-file-distance <= 1
                               and atk-rank-distance <= 1
                           set square-is-attacked to true
                       end-if
                   when "R"
                       if atk-file-distance = zero
                               or atk-rank-distance = zero
                           perform check-attack-path
                           if atk-path-clear
                               set square-is-attacked to true
                           end-if
                       end-if
                   when "B"
                       if atk-file-distance = atk-rank-distance
                           perform check-attack-path
                           if atk-path-clear
                               set square-is-attacked to true
                           end-if
                       end-if
                   when "Q"
                       if atk-file-distance = zero
                               or atk-rank-distance = zero
                               or atk-file-distance
                                   = atk-rank-distance
                           perform check-attack-path
                           if atk-path-clear
                               set square-is-attacked to true
                           end-if
                       end-if
               end-evaluate
           end-if
           .

       check-pawn-attack section.
           if atk-file-distance = 1
               if attacker-is-white and atk-rank-delta = 1
                   set square-is-attacked to true
               end-if
               if not attacker-is-white and atk-rank-delta = -1
                   set square-is-attacked to true
               end-if
           end-if
           .

       check-attack-path section.
           set atk-path-clear to true
           move zero to atk-step-file
           move zero to atk-step-rank
           if atk-file-delta > zero
               move 1 to atk-step-file
           end-if
           if atk-file-delta < zero
               move -1 to atk-step-file
           end-if
           if atk-rank-delta > zero
               move 1 to atk-step-rank
           end-if
           if atk-rank-delta < zero
               move -1 to atk-step-rank
           end-if
           compute atk-scan-file = atk-file + atk-step-file
           compute atk-scan-rank = atk-rank + atk-step-rank
           perform until (atk-scan-file = attack-target-file
                   and atk-scan-rank = attack-target-rank)
                   or not atk-path-clear
               if board-square(atk-scan-rank atk-scan-file)
                       not = "."
                   set atk-path-clear to false
               end-if
               add atk-step-file to atk-scan-file
               add atk-step-rank to atk-scan-rank
           end-perform
           .

       look-for-any-legal-move section.
           set legal-move-found to false
           set quiet-validation to true
           perform varying gen-from-rank from 1 by 1
                   until gen-from-rank > GRID-SIZE
                       or legal-move-found
               perform varying gen-from-file from 1 by 1
                       until gen-from-file > GRID-SIZE
                           or legal-move-found
                   move board-square(gen-from-rank gen-from-file)
                       to gen-piece
                   if gen-piece not = "."
                       if (white-to-move
                               and gen-piece is alphabetic-upper)
                           or (black-to-move
                               and gen-piece is alphabetic-lower)
                           perform try-moves-from-square
                       end-if
                   end-if
               end-perform
           end-perform
           set quiet-validation to false
           .

       try-moves-from-square section.
           perform varying gen-to-rank from 1 by 1
                   until gen-to-rank > GRID-SIZE
                       or legal-move-found
               perform varying gen-to-file from 1 by 1
                       until gen-to-file > GRID-SIZE
                           or legal-move-found
                   if gen-to-rank not = gen-from-rank
                           or gen-to-file not = gen-from-file
                       move gen-from-file to move-from-file
                       move gen-from-rank to move-from-rank
                       move gen-to-file to move-to-file
                       move gen-to-rank to move-to-rank
                       set move-is-legal to true
                       perform validate-move
                       if move-is-legal
                           set legal-move-found to true
                       end-if
                   end-if
               end-perform
           end-perform
           .
