       identification division.
       program-id. rpnjinq.

      *    Companion to rpn: answer "which session produced this
      *    figure?" without scrolling the raw journal. Search
      *    criteria come from RPNJCTL, one per record, and every
      *    RPNAUDIT line that meets all of them is listed with its
      *    session number, its sequence within the session and the
      *    journal lines around it. Each session searched closes
      *    with its hit count. The criteria:
      *        OP code              the journal op, ERR or CVT say
      *        AMT col low [high]   an amount or range in column A,
      *                             B or R (audit-a, audit-b,
      *                             audit-res), or * for any of them
      *        NAME text            a constant or macro name, or any
      *                             text, inside the journaled input
      *        TIME hhmmss hhmmss   sessions running in that window
      *        DATE yyyymmdd        sessions started that day
      *        OPER id              sessions signed on by operator
      *        CONTEXT n            lines shown either side, 0-5
      *    A journal from before the SHDR headers is one session.

       environment division.
           input-output section.
           file-control.
               select optional audit-file assign to "RPNAUDIT"
                   organization is line sequential
                   file status is ws-audit-status.
               select optional jctl-file assign to "RPNJCTL"
                   organization is line sequential
                   file status is ws-jctl-status.
               select jrpt-file assign to "RPNJRPT"
                   organization is line sequential
                   file status is ws-jrpt-status.

       data division.
           file section.
           fd  audit-file.
           01  audit-record pic x(315).
           fd  jctl-file.
           01  jctl-record pic x(80).
           fd  jrpt-file.
           01  jrpt-record pic x(132).

           working-storage section.
      *    File statuses
           01 ws-audit-status pic x(2).
           01 ws-jctl-status pic x(2).
           01 ws-jrpt-status pic x(2).

      *    The criteria in force; a blank or zero field is not a
      *    criterion.
           01 ws-jctl-eof pic x value "N".
           01 ws-jctl-line pic x(80).
           01 ws-crit-word pic x(8).
           01 ws-crit-tok-1 pic x(32).
           01 ws-crit-tok-2 pic x(32).
           01 ws-crit-tok-3 pic x(32).
           01 ws-crit-rest pic x(32).
           01 ws-crit-bad pic x.
           01 ws-crit-count pic 9(3) value 0.
           01 ws-crit-error pic x value "N".
           01 ws-want-op pic x(4) value spaces.
           01 ws-want-col pic x(1) value space.
           01 ws-want-amt pic x value "N".
           01 ws-want-low pic s9(13)v99 value 0.
           01 ws-want-high pic s9(13)v99 value 0.
           01 ws-want-name pic x(32) value spaces.
           01 ws-want-name-len pic 9(2) value 0.
           01 ws-want-time pic x value "N".
           01 ws-want-from pic 9(6) value 0.
           01 ws-want-to pic 9(6) value 0.
           01 ws-want-date pic 9(8) value 0.
           01 ws-want-oper pic x(8) value spaces.
           01 ws-context pic 9 value 2.

      *    Number checking, as rpn does it
           01 ws-check-num-txt pic x(32).
           01 ws-number-ok pic x value "N".
           01 ws-num-pos pic 9(2).
           01 ws-num-digits pic 9(2).
           01 ws-num-int-digits pic 9(2).
           01 ws-num-dec-digits pic 9(2).
           01 ws-num-points pic 9(2).

      *    Each session's header facts, gathered in a first pass
      *    so the time window can be judged before the session's
      *    lines go by.
           01 ws-sess-max pic 9(4) value 9999.
           01 ws-sess-count pic 9(4) value 0.
           01 ws-sessions.
               05 ws-sess-entry occurs 9999 times.
                   10 ws-sess-date pic 9(8).
                   10 ws-sess-start pic 9(6).
                   10 ws-sess-end pic 9(6).
                   10 ws-sess-oper pic x(8).
           01 ws-sess-full pic x value "N".
           01 ws-oper-part pic x(256).
           01 ws-oper-tail pic x(256).

      *    The search pass
           01 ws-audit-eof pic x value "N".
           01 ws-audit-line pic x(315).
           01 ws-audit-op pic x(4).
           01 ws-audit-a pic s9(13)v99.
           01 ws-audit-b pic s9(13)v99.
           01 ws-audit-res pic s9(13)v99.
           01 ws-session-no pic 9(4) value 0.
           01 ws-seq-no pic 9(7) value 0.
           01 ws-in-scope pic x value "N".
           01 ws-hit pic x.
           01 ws-name-tally pic 9(3).
           01 ws-sess-hits pic 9(7) value 0.
           01 ws-total-hits pic 9(7) value 0.
           01 ws-searched pic 9(4) value 0.

      *    The lines before the current one, kept for context, and
      *    how many after a hit are still to show
           01 ws-before-count pic 9 value 0.
           01 ws-before-table.
               05 ws-before-entry occurs 5 times.
                   10 ws-before-seq pic 9(7).
                   10 ws-before-line pic x(315).
           01 ws-before-idx pic 9.
           01 ws-after-left pic 9 value 0.
           01 ws-last-shown pic s9(7) value -1.

      *    Report work fields
           01 ws-mark pic x(3).
           01 ws-show-seq pic 9(7).
           01 ws-show-line pic x(315).
           01 ws-seq-edit pic zzzzzz9.
           01 ws-sess-edit pic zzz9.
           01 ws-count-edit pic zzzzzz9.
           01 ws-report-ptr pic 9(3).

       procedure division.
           perform open-files.
           perform load-criteria.
           if ws-crit-error = "N"
               perform gather-sessions
           end-if.
           if ws-crit-error = "N"
               perform search-journal
               perform write-verdict
           end-if.
           close jrpt-file.
           if ws-crit-error = "Y"
               move 8 to return-code
           else
               if ws-total-hits = 0
                   move 4 to return-code
               end-if
           end-if.
           stop run.

           open-files.
                  open output jrpt-file.
                  move "RPN JOURNAL INQUIRY" to jrpt-record.
                  write jrpt-record.
                  perform check-jrpt-write.

           load-criteria.
      *        An inquiry with no criteria would list the whole
      *        journal; refuse it, and any criterion that cannot be
      *        read, rather than answer a question nobody asked.
                  open input jctl-file.
                  if ws-jctl-status not = "00"
                      move "Y" to ws-jctl-eof
                  end-if.
                  perform load-criterion
                      until ws-jctl-eof = "Y".
                  close jctl-file.
                  if ws-crit-count = 0 and ws-crit-error = "N"
                      move "NO SEARCH CRITERIA (RPNJCTL EMPTY)"
                          to jrpt-record
                      perform report-criteria-error
                  end-if.

           load-criterion.
                  read jctl-file into ws-jctl-line
                      at end
                          move "Y" to ws-jctl-eof
                  end-read.
                  if ws-jctl-eof = "N" and ws-jctl-line not = spaces
                          and ws-jctl-line(1:1) not = "*"
                      perform parse-criterion
                      if ws-crit-bad = "Y"
                          move spaces to jrpt-record
                          string "BAD CRITERION: " delimited by size
                              ws-jctl-line delimited by size
                              into jrpt-record
                          end-string
                          perform report-criteria-error
                      end-if
                  end-if.

           parse-criterion.
                  move "N" to ws-crit-bad.
                  move spaces to ws-crit-word ws-crit-tok-1
                      ws-crit-tok-2 ws-crit-tok-3 ws-crit-rest.
                  move function trim(ws-jctl-line leading)
                      to ws-jctl-line.
                  unstring ws-jctl-line delimited by all space
                      into ws-crit-word ws-crit-tok-1 ws-crit-tok-2
                           ws-crit-tok-3 ws-crit-rest
                  end-unstring.
                  add 1 to ws-crit-count.
                  evaluate ws-crit-word
                      when "OP"
                          if ws-crit-tok-1 = spaces
                                  or ws-crit-tok-1(5:) not = spaces
                                  or ws-crit-tok-2 not = spaces
                              move "Y" to ws-crit-bad
                          else
                              move function upper-case(ws-crit-tok-1)
                                  to ws-want-op
                          end-if
                      when "AMT"
                          perform parse-amount-criterion
                      when "NAME"
                          if ws-crit-tok-1 = spaces
                                  or ws-crit-tok-2 not = spaces
                              move "Y" to ws-crit-bad
                          else
                              move ws-crit-tok-1 to ws-want-name
                              move 0 to ws-want-name-len
                              inspect ws-want-name tallying
                                  ws-want-name-len
                                  for characters before initial space
                          end-if
                      when "TIME"
                          if ws-crit-tok-1(1:6) is not numeric
                                  or ws-crit-tok-1(7:) not = spaces
                                  or ws-crit-tok-2(1:6) is not numeric
                                  or ws-crit-tok-2(7:) not = spaces
                                  or ws-crit-tok-3 not = spaces
                              move "Y" to ws-crit-bad
                          else
                              move "Y" to ws-want-time
                              move ws-crit-tok-1(1:6) to ws-want-from
                              move ws-crit-tok-2(1:6) to ws-want-to
                              if ws-want-to < ws-want-from
                                  move "Y" to ws-crit-bad
                              end-if
                          end-if
                      when "DATE"
                          if ws-crit-tok-1(1:8) is not numeric
                                  or ws-crit-tok-1(9:) not = spaces
                                  or ws-crit-tok-2 not = spaces
                              move "Y" to ws-crit-bad
                          else
                              move ws-crit-tok-1(1:8) to ws-want-date
                          end-if
                      when "OPER"
                          if ws-crit-tok-1 = spaces
                                  or ws-crit-tok-1(9:) not = spaces
                                  or ws-crit-tok-2 not = spaces
                              move "Y" to ws-crit-bad
                          else
                              move ws-crit-tok-1 to ws-want-oper
                          end-if
                      when "CONTEXT"
      *                    Context alone is not a search.
                          subtract 1 from ws-crit-count
                          if ws-crit-tok-1(1:1) is not numeric
                                  or ws-crit-tok-1(2:) not = spaces
                                  or ws-crit-tok-2 not = spaces
                              move "Y" to ws-crit-bad
                          else
                              move ws-crit-tok-1(1:1) to ws-context
                              if ws-context > 5
                                  move "Y" to ws-crit-bad
                              end-if
                          end-if
                      when other
                          move "Y" to ws-crit-bad
                  end-evaluate.

           parse-amount-criterion.
      *        AMT col low [high]: a single figure is an exact match.
                  move function upper-case(ws-crit-tok-1)
                      to ws-crit-tok-1.
                  if ws-crit-tok-1 not = "A" and ws-crit-tok-1 not = "B"
                          and ws-crit-tok-1 not = "R"
                          and ws-crit-tok-1 not = "*"
                          or ws-crit-rest not = spaces
                      move "Y" to ws-crit-bad
                  else
                      move ws-crit-tok-1(1:1) to ws-want-col
                      move ws-crit-tok-2 to ws-check-num-txt
                      perform check-number-text
                      if ws-number-ok = "N"
                          move "Y" to ws-crit-bad
                      else
                          compute ws-want-low =
                              function numval(ws-crit-tok-2)
                          move ws-want-low to ws-want-high
                          if ws-crit-tok-3 not = spaces
                              move ws-crit-tok-3 to ws-check-num-txt
                              perform check-number-text
                              if ws-number-ok = "N"
                                  move "Y" to ws-crit-bad
                              else
                                  compute ws-want-high =
                                      function numval(ws-crit-tok-3)
                              end-if
                          end-if
                          if ws-want-high < ws-want-low
                              move "Y" to ws-crit-bad
                          end-if
                          move "Y" to ws-want-amt
                      end-if
                  end-if.

           check-number-text.
      *        The same plain signed decimal rpn insists on: optional
      *        sign, digits, at most one point, no more than thirteen
      *        whole digits and two decimals.
                  move "Y" to ws-number-ok.
                  move 0 to ws-num-digits.
                  move 0 to ws-num-int-digits.
                  move 0 to ws-num-dec-digits.
                  move 0 to ws-num-points.
                  move 1 to ws-num-pos.
                  if ws-check-num-txt(1:1) = "+"
                          or ws-check-num-txt(1:1) = "-"
                      move 2 to ws-num-pos
                  end-if.
                  perform until ws-num-pos > 32
                          or ws-check-num-txt(ws-num-pos:1) = space
                      if ws-check-num-txt(ws-num-pos:1) >= "0"
                              and ws-check-num-txt(ws-num-pos:1)
                                  <= "9"
                          add 1 to ws-num-digits
                          if ws-num-points = 0
                              add 1 to ws-num-int-digits
                          else
                              add 1 to ws-num-dec-digits
                          end-if
                      else
                          if ws-check-num-txt(ws-num-pos:1) = "."
                              add 1 to ws-num-points
                          else
                              move "N" to ws-number-ok
                          end-if
                      end-if
                      add 1 to ws-num-pos
                  end-perform.
                  if ws-num-digits = 0 or ws-num-points > 1
                          or ws-num-int-digits > 13
                          or ws-num-dec-digits > 2
                      move "N" to ws-number-ok
                  end-if.

           report-criteria-error.
                  move "Y" to ws-crit-error.
                  write jrpt-record.
                  perform check-jrpt-write.

           gather-sessions.
      *        First pass: the date, start and end time and operator
      *        of every session. SHDR carries the start and the
      *        operator, STRL the end; a session that never reached
      *        its trailer is taken to end when it started.
                  open input audit-file.
                  if ws-audit-status not = "00"
                      move "NO JOURNAL (RPNAUDIT MISSING)"
                          to jrpt-record
                      perform report-criteria-error
                  else
                      perform gather-session-record
                          until ws-audit-eof = "Y"
                  end-if.
                  close audit-file.
                  move "N" to ws-audit-eof.

           gather-session-record.
                  read audit-file into ws-audit-line
                      at end
                          move "Y" to ws-audit-eof
                  end-read.
                  if ws-audit-eof = "N"
                      evaluate ws-audit-line(1:4)
                          when "SHDR"
                              perform note-session-header
                          when "STRL"
                              if ws-sess-count > 0
                                      and ws-audit-line(19:5) = " END "
                                      and ws-audit-line(24:6)
                                          is numeric
                                  move ws-audit-line(24:6)
                                      to ws-sess-end(ws-sess-count)
                              end-if
                          when other
                              continue
                      end-evaluate
                  end-if.

           note-session-header.
      *        rpn lays the header down as SESSION yyyymmdd hhmmss
      *        and the rest; the operator rides behind " OPER ".
                  if ws-sess-count >= ws-sess-max
                      if ws-sess-full = "N"
                          move "Y" to ws-sess-full
                          move "SESSION TABLE FULL - REST NOT SEARCHED"
                              to jrpt-record
                          write jrpt-record
                          perform check-jrpt-write
                      end-if
                  else
                      add 1 to ws-sess-count
                      move 0 to ws-sess-date(ws-sess-count)
                          ws-sess-start(ws-sess-count)
                      if ws-audit-line(14:8) is numeric
                          move ws-audit-line(14:8)
                              to ws-sess-date(ws-sess-count)
                      end-if
                      if ws-audit-line(23:6) is numeric
                          move ws-audit-line(23:6)
                              to ws-sess-start(ws-sess-count)
                      end-if
                      move ws-sess-start(ws-sess-count)
                          to ws-sess-end(ws-sess-count)
                      move spaces to ws-oper-part ws-oper-tail
                      unstring ws-audit-line(6:256)
                          delimited by " OPER "
                          into ws-oper-part ws-oper-tail
                      end-unstring
                      move ws-oper-tail(1:8)
                          to ws-sess-oper(ws-sess-count)
                  end-if.

           search-journal.
                  open input audit-file.
                  if ws-sess-count = 0
      *                A journal from before the headers: one
      *                session, with nothing to judge a window or an
      *                operator by.
                      perform open-legacy-session
                  end-if.
                  perform search-record
                      until ws-audit-eof = "Y".
                  close audit-file.
                  if ws-in-scope = "Y"
                      perform close-session
                  end-if.

           open-legacy-session.
                  move "Y" to ws-in-scope.
                  if ws-want-time = "Y" or ws-want-date > 0
                          or ws-want-oper not = spaces
                      move "N" to ws-in-scope
                  else
                      add 1 to ws-searched
                  end-if.
                  perform reset-session-state.

           search-record.
                  read audit-file into ws-audit-line
                      at end
                          move "Y" to ws-audit-eof
                  end-read.
                  if ws-audit-eof = "N"
                      if ws-audit-line(1:4) = "SHDR"
                          if ws-in-scope = "Y"
                              perform close-session
                          end-if
                          add 1 to ws-session-no
                          perform open-session
                      else
                          add 1 to ws-seq-no
                      end-if
                      if ws-in-scope = "Y"
                          perform test-record
                      end-if
                  end-if.

           open-session.
      *        A session is searched when it meets the session-level
      *        criteria: started on the day asked for, signed on by
      *        the operator asked for, and running at some point in
      *        the time window.
                  move "Y" to ws-in-scope.
                  if ws-session-no > ws-sess-count
                      move "N" to ws-in-scope
                  else
                      if ws-want-date > 0 and ws-want-date
                              not = ws-sess-date(ws-session-no)
                          move "N" to ws-in-scope
                      end-if
                      if ws-want-oper not = spaces and ws-want-oper
                              not = ws-sess-oper(ws-session-no)
                          move "N" to ws-in-scope
                      end-if
                      if ws-want-time = "Y"
                          if ws-sess-start(ws-session-no)
                                  > ws-want-to
                                  or ws-sess-end(ws-session-no)
                                      < ws-want-from
                              move "N" to ws-in-scope
                          end-if
                      end-if
                  end-if.
                  if ws-in-scope = "Y"
                      add 1 to ws-searched
                  end-if.
                  perform reset-session-state.

           reset-session-state.
                  move 0 to ws-seq-no.
                  move 0 to ws-sess-hits.
                  move 0 to ws-before-count.
                  move 0 to ws-after-left.
                  move -1 to ws-last-shown.

           test-record.
      *        A line is a hit when it meets every line-level
      *        criterion given. Context lines never leave the
      *        session they belong to. The session header and
      *        trailer are not operations - their amount fields hold
      *        zeros and tallies, their text the session's own
      *        details - so they are hits only when asked for by
      *        op code; otherwise they still show as context.
                  move ws-audit-line(1:4) to ws-audit-op.
                  move "Y" to ws-hit.
                  if ws-want-op not = spaces
                          and ws-audit-op not = ws-want-op
                      move "N" to ws-hit
                  end-if.
                  if (ws-audit-op = "SHDR" or ws-audit-op = "STRL")
                          and ws-audit-op not = ws-want-op
                      move "N" to ws-hit
                  end-if.
                  if ws-hit = "Y" and ws-want-amt = "Y"
                      perform test-amounts
                  end-if.
                  if ws-hit = "Y" and ws-want-name-len > 0
                      move 0 to ws-name-tally
                      inspect ws-audit-line(6:256) tallying
                          ws-name-tally for all
                              ws-want-name(1:ws-want-name-len)
                      if ws-name-tally = 0
                          move "N" to ws-hit
                      end-if
                  end-if.
                  if ws-hit = "Y"
                      add 1 to ws-sess-hits
                      add 1 to ws-total-hits
                      perform show-hit
                  else
                      if ws-after-left > 0
                          move "   " to ws-mark
                          move ws-seq-no to ws-show-seq
                          move ws-audit-line to ws-show-line
                          perform show-line
                          subtract 1 from ws-after-left
                      end-if
                  end-if.
                  perform keep-before-line.

           test-amounts.
      *        The amounts come back through NUMVAL because rpn
      *        wrote them edited, as rpnverif reads them.
                  compute ws-audit-a =
                      function numval(ws-audit-line(263:17)).
                  compute ws-audit-b =
                      function numval(ws-audit-line(281:17)).
                  compute ws-audit-res =
                      function numval(ws-audit-line(299:17)).
                  move "N" to ws-hit.
                  if (ws-want-col = "A" or ws-want-col = "*")
                          and ws-audit-a >= ws-want-low
                          and ws-audit-a <= ws-want-high
                      move "Y" to ws-hit
                  end-if.
                  if (ws-want-col = "B" or ws-want-col = "*")
                          and ws-audit-b >= ws-want-low
                          and ws-audit-b <= ws-want-high
                      move "Y" to ws-hit
                  end-if.
                  if (ws-want-col = "R" or ws-want-col = "*")
                          and ws-audit-res >= ws-want-low
                          and ws-audit-res <= ws-want-high
                      move "Y" to ws-hit
                  end-if.

           show-hit.
      *        The lines kept from before the hit come out first,
      *        less any already shown as context for an earlier hit.
                  move spaces to jrpt-record.
                  move 1 to ws-report-ptr.
                  move ws-session-no to ws-sess-edit.
                  move ws-seq-no to ws-seq-edit.
                  string "HIT IN SESSION " delimited by size
                      ws-sess-edit delimited by size
                      " AT SEQUENCE " delimited by size
                      ws-seq-edit delimited by size
                      into jrpt-record with pointer ws-report-ptr
                  end-string.
                  write jrpt-record.
                  perform check-jrpt-write.
                  perform varying ws-before-idx from 1 by 1
                          until ws-before-idx > ws-before-count
                      if ws-before-seq(ws-before-idx) > ws-last-shown
                          move "   " to ws-mark
                          move ws-before-seq(ws-before-idx)
                              to ws-show-seq
                          move ws-before-line(ws-before-idx)
                              to ws-show-line
                          perform show-line
                      end-if
                  end-perform.
                  move ">>>" to ws-mark.
                  move ws-seq-no to ws-show-seq.
                  move ws-audit-line to ws-show-line.
                  perform show-line.
                  move ws-context to ws-after-left.

           show-line.
      *        One journal line, cut to the report width: op, the
      *        head of the input line, and the three figures.
                  move spaces to jrpt-record.
                  move 1 to ws-report-ptr.
                  move ws-show-seq to ws-seq-edit.
                  string ws-mark delimited by size
                      " " delimited by size
                      ws-seq-edit delimited by size
                      " " delimited by size
                      ws-show-line(1:4) delimited by size
                      " " delimited by size
                      ws-show-line(6:50) delimited by size
                      " " delimited by size
                      ws-show-line(263:17) delimited by size
                      " " delimited by size
                      ws-show-line(281:17) delimited by size
                      " " delimited by size
                      ws-show-line(299:17) delimited by size
                      into jrpt-record with pointer ws-report-ptr
                  end-string.
                  write jrpt-record.
                  perform check-jrpt-write.
                  move ws-show-seq to ws-last-shown.

           keep-before-line.
      *        Hold the last few lines for the next hit's leading
      *        context, oldest dropping off the front.
                  if ws-context > 0
                      if ws-before-count >= ws-context
                          perform varying ws-before-idx from 1 by 1
                                  until ws-before-idx >= ws-before-count
                              move ws-before-entry(ws-before-idx + 1)
                                  to ws-before-entry(ws-before-idx)
                          end-perform
                      else
                          add 1 to ws-before-count
                      end-if
                      move ws-seq-no to ws-before-seq(ws-before-count)
                      move ws-audit-line
                          to ws-before-line(ws-before-count)
                  end-if.

           close-session.
                  move spaces to jrpt-record.
                  move 1 to ws-report-ptr.
                  move ws-session-no to ws-sess-edit.
                  move ws-sess-hits to ws-count-edit.
                  string "SESSION " delimited by size
                      ws-sess-edit delimited by size
                      into jrpt-record with pointer ws-report-ptr
                  end-string.
                  if ws-session-no > 0
                          and ws-session-no <= ws-sess-count
                      string " STARTED " delimited by size
                          ws-sess-date(ws-session-no) delimited by size
                          " " delimited by size
                          ws-sess-start(ws-session-no)
                              delimited by size
                          " OPER " delimited by size
                          ws-sess-oper(ws-session-no)
                              delimited by size
                          into jrpt-record with pointer ws-report-ptr
                      end-string
                  end-if.
                  string " HITS " delimited by size
                      ws-count-edit delimited by size
                      into jrpt-record with pointer ws-report-ptr
                  end-string.
                  write jrpt-record.
                  perform check-jrpt-write.
                  move "N" to ws-in-scope.

           write-verdict.
                  move spaces to jrpt-record.
                  move 1 to ws-report-ptr.
                  move ws-searched to ws-sess-edit.
                  move ws-total-hits to ws-count-edit.
                  string "SESSIONS SEARCHED " delimited by size
                      ws-sess-edit delimited by size
                      " TOTAL HITS " delimited by size
                      ws-count-edit delimited by size
                      into jrpt-record with pointer ws-report-ptr
                  end-string.
                  write jrpt-record.
                  perform check-jrpt-write.

           check-jrpt-write.
      *        Mirrors rpnmove's check-mrpt-write.
                  if ws-jrpt-status not = "00"
                      display "INQUIRY REPORT WRITE ERROR"
                  end-if.
