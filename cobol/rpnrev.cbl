       identification division.
       program-id. rpnrev.

      *    Companion to rpn: work the RPNEXC exceptions file through
      *    from a disposition file instead of on paper. Each
      *    exception is accepted as rated (ACC), overridden with a
      *    corrected amount and a reason code (OVR), or held back
      *    (HLD), and every decision names its reviewer. The run
      *    writes a release copy of RPNRES with the overrides
      *    applied and the held lines taken out, its subtotals and
      *    trailer recomputed to match, and a register of who
      *    decided what. Until every exception has a disposition
      *    the release copy is marked RUN INCOMPLETE, so nothing
      *    downstream will take it for a finished file. A rating
      *    file with named result columns releases with every column
      *    intact; each exception is settled against the column that
      *    raised it, and an override on a key that broke more than
      *    one column's band names the column it corrects.

       environment division.
           input-output section.
           file-control.
               select optional exc-file assign to "RPNEXC"
                   organization is line sequential
                   file status is ws-exc-status.
               select optional res-file assign to "RPNRES"
                   organization is line sequential
                   file status is ws-res-status.
               select optional disp-file assign to "RPNDISP"
                   organization is line sequential
                   file status is ws-disp-status.
               select rel-file assign to "RPNREL"
                   organization is line sequential
                   file status is ws-rel-status.
               select dreg-file assign to "RPNDREG"
                   organization is line sequential
                   file status is ws-dreg-status.
               select optional rlog-file assign to "RPNRLOG"
                   organization is line sequential
                   file status is ws-rlog-status.

       data division.
           file section.
           fd  exc-file.
           01  exc-record.
               05 exc-key    pic x(16).
               05 filler     pic x(1).
               05 exc-amt    pic x(17).
               05 filler     pic x(1).
               05 exc-which  pic x(4).
               05 filler     pic x(1).
               05 exc-limit  pic x(17).
               05 filler     pic x(1).
               05 exc-input  pic x(80).
               05 filler     pic x(1).
               05 exc-col-no pic x(1).
               05 filler     pic x(1).
               05 exc-col-name pic x(16).
           fd  res-file.
           01  res-in-record pic x(100).
           fd  disp-file.
           01  disp-record pic x(80).
           fd  rel-file.
           01  rel-record.
               05 rel-key    pic x(16).
               05 filler     pic x(1) value space.
               05 rel-amt    pic -9(13).99.
               05 filler     pic x(1) value space.
               05 rel-count  pic zzzzzz9.
               05 filler     pic x(1) value space.
               05 rel-curr   pic x(3).
               05 rel-extra  occurs 3 times.
                   10 filler pic x(1).
                   10 rel-xamt pic -9(13).99.
           fd  dreg-file.
           01  dreg-record pic x(132).

      *    The night's run log that every batch step appends one
      *    record to, for rpnops to read in the morning. The layout
      *    is the same in every program that writes it.
           fd  rlog-file.
           01  rlog-record.
               05 rlog-program    pic x(8).
               05 filler          pic x(1).
               05 rlog-mode       pic x(8).
               05 filler          pic x(1).
               05 rlog-date       pic 9(8).
               05 filler          pic x(1).
               05 rlog-start      pic 9(6).
               05 filler          pic x(1).
               05 rlog-end        pic 9(6).
               05 filler          pic x(1).
               05 rlog-rc         pic 9(3).
               05 filler          pic x(1).
               05 rlog-rated      pic 9(7).
               05 filler          pic x(1).
               05 rlog-errors     pic 9(7).
               05 filler          pic x(1).
               05 rlog-exceptions pic 9(7).
               05 filler          pic x(1).
               05 rlog-mismatches pic 9(7).
               05 filler          pic x(1).
               05 rlog-movements  pic 9(7).
               05 filler          pic x(1).
               05 rlog-applied    pic 9(7).
               05 filler          pic x(1).
               05 rlog-rejected   pic 9(7).

           working-storage section.
      *    File statuses
           01 ws-exc-status pic x(2).
           01 ws-res-status pic x(2).
           01 ws-disp-status pic x(2).
           01 ws-rel-status pic x(2).
           01 ws-dreg-status pic x(2).
           01 ws-rlog-status pic x(2).

      *    The exceptions under review, each with the disposition
      *    that settles it: A accepted, O overridden, H held, or
      *    blank while still open.
           01 ws-exc-eof pic x value "N".
           01 ws-exc-max pic 9(5) value 5000.
           01 ws-exc-count pic 9(5) value 0.
           01 ws-exc-table.
               05 ws-exc-entry occurs 5000 times.
                   10 ws-exc-key pic x(16).
                   10 ws-exc-amt pic s9(13)v99.
                   10 ws-exc-amt-txt pic x(17).
                   10 ws-exc-which pic x(4).
                   10 ws-exc-limit-txt pic x(17).
                   10 ws-exc-action pic x(1).
                   10 ws-exc-reviewer pic x(8).
                   10 ws-exc-new-amt pic s9(13)v99.
                   10 ws-exc-reason pic x(8).
                   10 ws-exc-matched pic x(1).
                   10 ws-exc-col pic 9(1).
                   10 ws-exc-col-name pic x(16).
           01 ws-exc-idx pic 9(5).
           01 ws-exc-found pic 9(5).

      *    A disposition record: action, reviewer, key, then the
      *    corrected amount (OVR only) and the reason code, which
      *    an override must give and a hold may.
           01 ws-disp-eof pic x value "N".
           01 ws-disp-line pic x(80).
           01 ws-disp-action pic x(8).
           01 ws-disp-reviewer pic x(16).
           01 ws-disp-key pic x(16).
           01 ws-disp-tok-4 pic x(32).
           01 ws-disp-tok-5 pic x(32).
           01 ws-disp-tok-6 pic x(32).
           01 ws-disp-col pic x(32).
           01 ws-disp-first-col pic x(16).
           01 ws-disp-open pic 9(5).
           01 ws-disp-settled pic 9(5).
           01 ws-disp-rest pic x(32).
           01 ws-disp-reviewer-len pic 9(2).
           01 ws-disp-key-len pic 9(2).
           01 ws-disp-amt-txt pic x(32).
           01 ws-disp-reason pic x(32).
           01 ws-disp-code pic x(1).
           01 ws-disp-new-amt pic s9(13)v99.
           01 ws-disp-bad pic x.
           01 ws-disp-problem pic x(40).
           01 ws-disp-hits pic 9(5).

      *    Number checking, as rpn does it
           01 ws-check-num-txt pic x(32).
           01 ws-number-ok pic x value "N".
           01 ws-num-pos pic 9(2).
           01 ws-num-digits pic 9(2).
           01 ws-num-int-digits pic 9(2).
           01 ws-num-dec-digits pic 9(2).
           01 ws-num-points pic 9(2).

      *    The release copy as it is rebuilt: the running group
      *    figures behind each SUB line and the run figures behind
      *    the trailer.
           01 ws-res-eof pic x value "N".
           01 ws-res-missing pic x value "N".
           01 ws-line pic x(100).
           01 ws-line-detail pic x value "N".
           01 ws-line-amt pic s9(13)v99.
           01 ws-out-amt pic s9(13)v99.
           01 ws-group-amt pic s9(13)v99 value 0.
           01 ws-group-count pic 9(7) value 0.
           01 ws-group-ovfl pic x value "N".
           01 ws-grand-total pic s9(13)v99 value 0.
           01 ws-grand-ovfl pic x value "N".
           01 ws-rel-rated pic 9(7) value 0.
           01 ws-trailer-seen pic x value "N".
           01 ws-incomplete-seen pic x value "N".
           01 ws-incomplete-written pic x value "N".

      *    Named result columns: a run with "out" lines carries up to
      *    three more amounts after the currency code, and each
      *    exception says which column broke its band. A line goes
      *    out only if every exception on it is cleared, with each
      *    column's override applied; each column keeps its own
      *    subtotals and grand total.
           01 ws-col-idx pic 9(1).
           01 ws-col-pos pic 9(3).
           01 ws-line-held pic x value "N".
           01 ws-line-cols.
               05 ws-line-col occurs 4 times.
                   10 ws-col-amt pic s9(13)v99.
                   10 ws-col-present pic x.
           01 ws-rel-cols.
               05 ws-rel-col occurs 3 times.
                   10 ws-xcol-seen pic x value "N".
                   10 ws-xgroup-amt pic s9(13)v99 value 0.
                   10 ws-xgroup-ovfl pic x value "N".
                   10 ws-xgrand-total pic s9(13)v99 value 0.
                   10 ws-xgrand-ovfl pic x value "N".

      *    The register tallies and the verdict
           01 ws-accept-count pic 9(5) value 0.
           01 ws-override-count pic 9(5) value 0.
           01 ws-held-count pic 9(5) value 0.
           01 ws-open-count pic 9(5) value 0.
      *    RPNRES lines withheld from the release; one line can carry
      *    exceptions on several columns, so this is not the sum of
      *    the held and open exceptions
           01 ws-lines-held pic 9(5) value 0.
           01 ws-error-count pic 9(5) value 0.
           01 ws-num-edit pic -9(13).99.
           01 ws-count-edit pic zzzz9.
           01 ws-report-ptr pic 9(3).

      *    When this step started, for its run log record
           01 ws-rlog-date pic 9(8).
           01 ws-rlog-start pic 9(8).
           01 ws-rlog-end pic 9(8).

       procedure division.
           perform open-files.
           perform load-exceptions.
           perform load-dispositions.
           perform count-open-exceptions.
           perform write-release-copy.
           perform write-register.
           perform write-verdict.
           close dreg-file.
           if ws-error-count > 0
               move 8 to return-code
           else
               if ws-open-count > 0
                   move 6 to return-code
               end-if
           end-if.
           perform write-run-log.
           stop run.

           open-files.
                  accept ws-rlog-date from date yyyymmdd.
                  accept ws-rlog-start from time.
                  open output dreg-file.
                  move "RPN EXCEPTION DISPOSITION REGISTER"
                      to dreg-record.
                  write dreg-record.
                  perform check-dreg-write.

           load-exceptions.
      *        No RPNEXC is no exceptions: every rated line releases
      *        as it stands.
                  open input exc-file.
                  if ws-exc-status not = "00"
                      move "Y" to ws-exc-eof
                  end-if.
                  perform load-exception-record
                      until ws-exc-eof = "Y".
                  close exc-file.

           load-exception-record.
                  read exc-file
                      at end
                          move "Y" to ws-exc-eof
                  end-read.
                  if ws-exc-eof = "N" and exc-record not = spaces
                      if ws-exc-count >= ws-exc-max
                          move "EXCEPTION TABLE FULL - REST UNREVIEWED"
                              to dreg-record
                          perform write-error-line
                          move "Y" to ws-exc-eof
                      else
                          add 1 to ws-exc-count
                          move exc-key to ws-exc-key(ws-exc-count)
                          move exc-amt to ws-exc-amt-txt(ws-exc-count)
                          compute ws-exc-amt(ws-exc-count) =
                              function numval(exc-amt)
                          move exc-which to ws-exc-which(ws-exc-count)
                          move exc-limit
                              to ws-exc-limit-txt(ws-exc-count)
                          move space to ws-exc-action(ws-exc-count)
                          move spaces
                              to ws-exc-reviewer(ws-exc-count)
                              ws-exc-reason(ws-exc-count)
                          move 0 to ws-exc-new-amt(ws-exc-count)
                          move "N" to ws-exc-matched(ws-exc-count)
      *                   An exception from a one-figure run has no
      *                   column; it is the first, the classic one.
                          if exc-col-no >= "1" and exc-col-no <= "4"
                              move exc-col-no
                                  to ws-exc-col(ws-exc-count)
                          else
                              move 1 to ws-exc-col(ws-exc-count)
                          end-if
                          move exc-col-name
                              to ws-exc-col-name(ws-exc-count)
                      end-if
                  end-if.

           load-dispositions.
                  open input disp-file.
                  if ws-disp-status not = "00"
                      move "Y" to ws-disp-eof
                  end-if.
                  perform load-disposition-record
                      until ws-disp-eof = "Y".
                  close disp-file.

           load-disposition-record.
      *        "*" records are reviewer comments, as in RPNLIM.
                  read disp-file into ws-disp-line
                      at end
                          move "Y" to ws-disp-eof
                  end-read.
                  if ws-disp-eof = "N" and ws-disp-line not = spaces
                          and ws-disp-line(1:1) not = "*"
                      perform parse-disposition
                      if ws-disp-bad = "N"
                          perform apply-disposition
                      end-if
                      if ws-disp-bad = "Y"
                          move spaces to dreg-record
                          string "BAD DISPOSITION: " delimited by size
                              ws-disp-problem delimited by "  "
                              " - " delimited by size
                              ws-disp-line delimited by size
                              into dreg-record
                          end-string
                          perform write-error-line
                      end-if
                  end-if.

           parse-disposition.
                  move "N" to ws-disp-bad.
                  move spaces to ws-disp-action ws-disp-reviewer
                      ws-disp-key ws-disp-tok-4 ws-disp-tok-5
                      ws-disp-tok-6 ws-disp-rest ws-disp-amt-txt
                      ws-disp-reason ws-disp-col.
                  move 0 to ws-disp-reviewer-len ws-disp-key-len.
                  move function trim(ws-disp-line leading)
                      to ws-disp-line.
                  unstring ws-disp-line delimited by all space
                      into ws-disp-action
                           ws-disp-reviewer
                               count in ws-disp-reviewer-len
                           ws-disp-key count in ws-disp-key-len
                           ws-disp-tok-4 ws-disp-tok-5 ws-disp-tok-6
                           ws-disp-rest
                  end-unstring.
                  evaluate true
                      when ws-disp-action = "ACC"
                          move "A" to ws-disp-code
                          move ws-disp-tok-4 to ws-disp-reason
                          move ws-disp-tok-5 to ws-disp-rest
      *                An override may end with the name of the result
      *                column it corrects, for a key that broke more
      *                than one column's band.
                      when ws-disp-action = "OVR"
                          move "O" to ws-disp-code
                          move ws-disp-tok-4 to ws-disp-amt-txt
                          move ws-disp-tok-5 to ws-disp-reason
                          move ws-disp-tok-6 to ws-disp-col
                      when ws-disp-action = "HLD"
                          move "H" to ws-disp-code
                          move ws-disp-tok-4 to ws-disp-reason
                          move ws-disp-tok-5 to ws-disp-rest
                      when other
                          move "Y" to ws-disp-bad
                          move "ACTION MUST BE ACC, OVR OR HLD"
                              to ws-disp-problem
                  end-evaluate.
                  if ws-disp-bad = "N"
                      evaluate true
                          when ws-disp-reviewer = spaces
                                  or ws-disp-reviewer-len > 8
                              move "Y" to ws-disp-bad
                              move "REVIEWER MISSING OR OVER 8"
                                  to ws-disp-problem
                          when ws-disp-key = spaces
                                  or ws-disp-key-len > 16
                              move "Y" to ws-disp-bad
                              move "KEY MISSING OR OVER 16"
                                  to ws-disp-problem
                          when ws-disp-rest not = spaces
                              move "Y" to ws-disp-bad
                              move "TOO MANY FIELDS"
                                  to ws-disp-problem
                          when ws-disp-reason(9:) not = spaces
                              move "Y" to ws-disp-bad
                              move "REASON CODE OVER 8"
                                  to ws-disp-problem
                          when ws-disp-col(17:) not = spaces
                              move "Y" to ws-disp-bad
                              move "COLUMN NAME OVER 16"
                                  to ws-disp-problem
                          when ws-disp-code = "O"
                                  and ws-disp-reason = spaces
                              move "Y" to ws-disp-bad
                              move "OVERRIDE NEEDS AMOUNT AND REASON"
                                  to ws-disp-problem
                          when other
                              continue
                      end-evaluate
                  end-if.
                  if ws-disp-bad = "N" and ws-disp-code = "O"
                      move ws-disp-amt-txt to ws-check-num-txt
                      perform check-number-text
                      if ws-number-ok = "N"
                          move "Y" to ws-disp-bad
                          move "OVERRIDE AMOUNT NOT A NUMBER"
                              to ws-disp-problem
                      else
                          compute ws-disp-new-amt =
                              function numval(ws-disp-amt-txt)
                      end-if
                  end-if.

           apply-disposition.
      *        A disposition settles every open exception on its
      *        key, or only the named column's when an override names
      *        one. One that finds none open - a mistyped key, or one
      *        settled already - is a mistake the register has to
      *        show, not a decision to let slide. So is an override
      *        that does not say which of several columns it corrects:
      *        one amount cannot stand for all of them.
                  move 0 to ws-disp-open ws-disp-settled ws-disp-hits.
                  move spaces to ws-disp-first-col.
                  perform varying ws-exc-idx from 1 by 1
                          until ws-exc-idx > ws-exc-count
                      if ws-exc-key(ws-exc-idx) = ws-disp-key
                              and (ws-disp-col = spaces
                                  or ws-exc-col-name(ws-exc-idx)
                                      = ws-disp-col)
                          if ws-exc-action(ws-exc-idx) = space
                              add 1 to ws-disp-open
                              if ws-disp-open = 1
                                  move ws-exc-col-name(ws-exc-idx)
                                      to ws-disp-first-col
                              else
                                  if ws-exc-col-name(ws-exc-idx)
                                          not = ws-disp-first-col
                                          and ws-disp-code = "O"
                                      move "Y" to ws-disp-bad
                                      move "OVERRIDE MUST NAME A COLUMN"
                                          to ws-disp-problem
                                  end-if
                              end-if
                          else
                              add 1 to ws-disp-settled
                          end-if
                      end-if
                  end-perform.
                  if ws-disp-bad = "N" and ws-disp-open = 0
                      move "Y" to ws-disp-bad
                      if ws-disp-settled > 0
                          move "KEY ALREADY DISPOSED"
                              to ws-disp-problem
                      else
                          move "NO EXCEPTION FOR KEY"
                              to ws-disp-problem
                      end-if
                  end-if.
                  if ws-disp-bad = "N"
                      perform settle-exception
                          varying ws-exc-idx from 1 by 1
                          until ws-exc-idx > ws-exc-count
                  end-if.

           settle-exception.
                  if ws-exc-key(ws-exc-idx) = ws-disp-key
                          and (ws-disp-col = spaces
                              or ws-exc-col-name(ws-exc-idx)
                                  = ws-disp-col)
                          and ws-exc-action(ws-exc-idx) = space
                      add 1 to ws-disp-hits
                      move ws-disp-code to ws-exc-action(ws-exc-idx)
                      move ws-disp-reviewer
                          to ws-exc-reviewer(ws-exc-idx)
                      move ws-disp-reason to ws-exc-reason(ws-exc-idx)
                      if ws-disp-code = "O"
                          move ws-disp-new-amt
                              to ws-exc-new-amt(ws-exc-idx)
                      else
                          move ws-exc-amt(ws-exc-idx)
                              to ws-exc-new-amt(ws-exc-idx)
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

           count-open-exceptions.
                  perform varying ws-exc-idx from 1 by 1
                          until ws-exc-idx > ws-exc-count
                      evaluate ws-exc-action(ws-exc-idx)
                          when "A"
                              add 1 to ws-accept-count
                          when "O"
                              add 1 to ws-override-count
                          when "H"
                              add 1 to ws-held-count
                          when other
                              add 1 to ws-open-count
                      end-evaluate
                  end-perform.

           write-release-copy.
      *        RPNRES is copied line for line. A detail line that
      *        raised an exception releases as its disposition says;
      *        an exception still open is held back like a held one,
      *        since nobody has cleared it to go. SUB lines and the
      *        trailer are refigured from what was actually written.
                  open output rel-file.
                  open input res-file.
                  if ws-res-status not = "00"
                      move "NO RATING FILE (RPNRES MISSING)"
                          to dreg-record
                      perform write-error-line
                      move "Y" to ws-res-missing
                      move "Y" to ws-res-eof
                  end-if.
                  perform copy-result-record
                      until ws-res-eof = "Y".
                  close res-file.
                  close rel-file.
                  if ws-res-missing = "N" and ws-trailer-seen = "N"
                      move "RPNRES HAS NO TRAILER - RELEASE UNUSABLE"
                          to dreg-record
                      perform write-error-line
                  end-if.

           copy-result-record.
                  read res-file into ws-line
                      at end
                          move "Y" to ws-res-eof
                  end-read.
                  if ws-res-eof = "N"
                      perform classify-line
                      evaluate true
                          when ws-line-detail = "Y"
                              perform release-detail-line
                          when ws-line(1:4) = "SUB "
                              perform release-subtotal-line
                          when other
                              perform release-trailer-line
                      end-evaluate
                  end-if.

           classify-line.
      *        The same test rpnmove makes: a detail line is the only
      *        kind with an amount and no count, apart from the
      *        trailer lines named for what they are.
                  move "N" to ws-line-detail.
                  if ws-line not = spaces
                          and ws-line(18:17) not = spaces
                          and ws-line(36:7) = spaces
                          and ws-line(1:11) not = "GRAND TOTAL"
                          and ws-line(1:16) not = "TOTAL OVERFLOWED"
                          and ws-line(1:14) not = "RUN INCOMPLETE"
                      move "Y" to ws-line-detail
                      compute ws-line-amt =
                          function numval(ws-line(18:17))
                  end-if.

           release-detail-line.
      *        Each column of the line is matched to its own
      *        exception, if it raised one. The line goes out only
      *        if every exception on it was accepted or overridden,
      *        with each override laid over its column.
                  move ws-line-amt to ws-col-amt(1).
                  move "Y" to ws-col-present(1).
                  perform varying ws-col-idx from 2 by 1
                          until ws-col-idx > 4
                      compute ws-col-pos = 12 + 18 * ws-col-idx
                      move 0 to ws-col-amt(ws-col-idx)
                      move "N" to ws-col-present(ws-col-idx)
                      if ws-line(ws-col-pos:17) not = spaces
                          move "Y" to ws-col-present(ws-col-idx)
                          move "Y" to ws-xcol-seen(ws-col-idx - 1)
                          compute ws-col-amt(ws-col-idx) =
                              function numval(ws-line(ws-col-pos:17))
                      end-if
                  end-perform.
                  move "N" to ws-line-held.
                  perform match-column-exception
                      varying ws-col-idx from 1 by 1
                      until ws-col-idx > 4.
                  if ws-line-held = "N"
                      move spaces to rel-record
                      move ws-line(1:16) to rel-key
                      move ws-col-amt(1) to rel-amt
                      move ws-line(44:3) to rel-curr
                      perform varying ws-col-idx from 2 by 1
                              until ws-col-idx > 4
                          if ws-col-present(ws-col-idx) = "Y"
                              move ws-col-amt(ws-col-idx)
                                  to rel-xamt(ws-col-idx - 1)
                          end-if
                      end-perform
                      write rel-record
                      perform check-rel-write
                      add 1 to ws-rel-rated
                      add ws-col-amt(1) to ws-grand-total
                          on size error
                              move "Y" to ws-grand-ovfl
                      end-add
                      add ws-col-amt(1) to ws-group-amt
                          on size error
                              move "Y" to ws-group-ovfl
                      end-add
                      add 1 to ws-group-count
                      perform varying ws-col-idx from 2 by 1
                              until ws-col-idx > 4
                          add ws-col-amt(ws-col-idx)
                              to ws-xgrand-total(ws-col-idx - 1)
                              on size error
                                  move "Y"
                                      to ws-xgrand-ovfl(ws-col-idx - 1)
                          end-add
                          add ws-col-amt(ws-col-idx)
                              to ws-xgroup-amt(ws-col-idx - 1)
                              on size error
                                  move "Y"
                                      to ws-xgroup-ovfl(ws-col-idx - 1)
                          end-add
                      end-perform
                  else
                      add 1 to ws-lines-held
                  end-if.

           match-column-exception.
                  if ws-col-present(ws-col-idx) = "Y"
                      move 0 to ws-exc-found
                      perform varying ws-exc-idx from 1 by 1
                              until ws-exc-idx > ws-exc-count
                              or ws-exc-found not = 0
                          if ws-exc-key(ws-exc-idx) = ws-line(1:16)
                                  and ws-exc-col(ws-exc-idx)
                                      = ws-col-idx
                                  and ws-exc-amt(ws-exc-idx)
                                      = ws-col-amt(ws-col-idx)
                                  and ws-exc-matched(ws-exc-idx) = "N"
                              move ws-exc-idx to ws-exc-found
                          end-if
                      end-perform
                      if ws-exc-found not = 0
                          move "Y" to ws-exc-matched(ws-exc-found)
                          if ws-exc-action(ws-exc-found) = "A"
                                  or ws-exc-action(ws-exc-found) = "O"
                              move ws-exc-new-amt(ws-exc-found)
                                  to ws-col-amt(ws-col-idx)
                          else
                              move "Y" to ws-line-held
                          end-if
                      end-if
                  end-if.

           release-subtotal-line.
      *        A group whose figure overflowed goes out with no
      *        figure at all, the way rpn writes it.
                  move spaces to rel-record.
                  move ws-line(1:16) to rel-key.
                  if ws-group-ovfl = "N"
                      move ws-group-amt to rel-amt
                  end-if.
                  move ws-group-count to rel-count.
                  perform varying ws-col-idx from 1 by 1
                          until ws-col-idx > 3
                      compute ws-col-pos = 30 + 18 * ws-col-idx
                      if ws-line(ws-col-pos:17) not = spaces
                          move "Y" to ws-xcol-seen(ws-col-idx)
                      end-if
                      if ws-xcol-seen(ws-col-idx) = "Y"
                              and ws-xgroup-ovfl(ws-col-idx) = "N"
                          move ws-xgroup-amt(ws-col-idx)
                              to rel-xamt(ws-col-idx)
                      end-if
                      move 0 to ws-xgroup-amt(ws-col-idx)
                      move "N" to ws-xgroup-ovfl(ws-col-idx)
                  end-perform.
                  write rel-record.
                  perform check-rel-write.
                  move 0 to ws-group-amt.
                  move 0 to ws-group-count.
                  move "N" to ws-group-ovfl.

           release-trailer-line.
      *        Trailer lines pass through in place, except the ones
      *        the release changes: the rated count and the grand
      *        total are refigured, the held and overridden counts
      *        follow the exceptions line, and open exceptions mark
      *        the copy incomplete ahead of its run stamp. The stamp
      *        line itself goes through whole, stamp columns and
      *        all, so a posting step still knows the run.
                  evaluate true
                      when ws-line(1:14) = "RUN INCOMPLETE"
                          move "Y" to ws-incomplete-seen
                          perform write-incomplete-line
                      when ws-line(1:4) = "RUN "
                          if ws-open-count > 0
                              perform write-incomplete-line
                          end-if
                          move ws-line to rel-record
                          write rel-record
                          perform check-rel-write
                      when ws-line(1:13) = "RECORDS RATED"
                          move spaces to rel-record
                          move "RECORDS RATED" to rel-key
                          move ws-rel-rated to rel-count
                          write rel-record
                          perform check-rel-write
                      when ws-line(1:10) = "EXCEPTIONS"
                          move ws-line to rel-record
                          write rel-record
                          perform check-rel-write
                          move spaces to rel-record
                          move "RECORDS HELD" to rel-key
                          move ws-lines-held to rel-count
                          write rel-record
                          perform check-rel-write
                          move spaces to rel-record
                          move "OVERRIDDEN" to rel-key
                          move ws-override-count to rel-count
                          write rel-record
                          perform check-rel-write
                      when ws-line(1:11) = "GRAND TOTAL"
                      when ws-line(1:16) = "TOTAL OVERFLOWED"
                          move "Y" to ws-trailer-seen
                          if ws-open-count > 0
                              perform write-incomplete-line
                          end-if
                          move spaces to rel-record
                          if ws-grand-ovfl = "Y"
                              move "TOTAL OVERFLOWED" to rel-key
                          else
                              move "GRAND TOTAL" to rel-key
                              move ws-grand-total to rel-amt
                          end-if
                          perform release-column-totals
                          write rel-record
                          perform check-rel-write
                      when other
                          move ws-line to rel-record
                          write rel-record
                          perform check-rel-write
                  end-evaluate.

           release-column-totals.
      *        A column is carried on the grand total line if the run
      *        carried it at all - on the line being replaced or on
      *        any detail above it.
                  perform varying ws-col-idx from 1 by 1
                          until ws-col-idx > 3
                      compute ws-col-pos = 30 + 18 * ws-col-idx
                      if ws-line(ws-col-pos:17) not = spaces
                          move "Y" to ws-xcol-seen(ws-col-idx)
                      end-if
                      if ws-xcol-seen(ws-col-idx) = "Y"
                              and ws-xgrand-ovfl(ws-col-idx) = "N"
                          move ws-xgrand-total(ws-col-idx)
                              to rel-xamt(ws-col-idx)
                      end-if
                  end-perform.

           write-incomplete-line.
                  if ws-incomplete-written = "N"
                      move "Y" to ws-incomplete-written
                      move spaces to rel-record
                      move "RUN INCOMPLETE" to rel-key
                      write rel-record
                      perform check-rel-write
                  end-if.

           write-register.
                  move spaces to dreg-record.
                  string "KEY              RATED AMOUNT      BAND "
                          delimited by size
                      "ACT REVIEWER RELEASED AMOUNT   REASON"
                          delimited by size
                      into dreg-record
                  end-string.
                  write dreg-record.
                  perform check-dreg-write.
                  perform write-register-line
                      varying ws-exc-idx from 1 by 1
                      until ws-exc-idx > ws-exc-count.

           write-register-line.
      *        An exception RPNRES never carried is worth an error of
      *        its own: the two files are not from the same run.
                  move spaces to dreg-record.
                  move 1 to ws-report-ptr.
                  string ws-exc-key(ws-exc-idx) delimited by size
                      " " delimited by size
                      ws-exc-amt-txt(ws-exc-idx) delimited by size
                      " " delimited by size
                      ws-exc-which(ws-exc-idx) delimited by size
                      " " delimited by size
                      into dreg-record with pointer ws-report-ptr
                  end-string.
                  evaluate ws-exc-action(ws-exc-idx)
                      when "A"
                          string "ACC" delimited by size
                              into dreg-record
                              with pointer ws-report-ptr
                          end-string
                      when "O"
                          string "OVR" delimited by size
                              into dreg-record
                              with pointer ws-report-ptr
                          end-string
                      when "H"
                          string "HLD" delimited by size
                              into dreg-record
                              with pointer ws-report-ptr
                          end-string
                      when other
                          string "OPEN - NO DISPOSITION, HELD"
                                  delimited by size
                              into dreg-record
                              with pointer ws-report-ptr
                          end-string
                  end-evaluate.
                  if ws-exc-action(ws-exc-idx) not = space
                      string " " delimited by size
                          ws-exc-reviewer(ws-exc-idx)
                              delimited by size
                          " " delimited by size
                          into dreg-record with pointer ws-report-ptr
                      end-string
                      if ws-exc-action(ws-exc-idx) = "H"
                          string "             HELD"
                                  delimited by size
                              into dreg-record
                              with pointer ws-report-ptr
                          end-string
                      else
                          move ws-exc-new-amt(ws-exc-idx)
                              to ws-num-edit
                          string ws-num-edit delimited by size
                              into dreg-record
                              with pointer ws-report-ptr
                          end-string
                      end-if
                      string " " delimited by size
                          ws-exc-reason(ws-exc-idx) delimited by size
                          into dreg-record with pointer ws-report-ptr
                      end-string
                  end-if.
                  if ws-exc-col-name(ws-exc-idx) not = spaces
                      string " COLUMN " delimited by size
                          ws-exc-col-name(ws-exc-idx) delimited by space
                          into dreg-record with pointer ws-report-ptr
                      end-string
                  end-if.
                  write dreg-record.
                  perform check-dreg-write.
                  if ws-exc-matched(ws-exc-idx) = "N"
                          and ws-res-missing = "N"
                      move spaces to dreg-record
                      string "EXCEPTION NOT IN RPNRES: "
                              delimited by size
                          ws-exc-key(ws-exc-idx) delimited by size
                          into dreg-record
                      end-string
                      perform write-error-line
                  end-if.

           write-error-line.
                  add 1 to ws-error-count.
                  write dreg-record.
                  perform check-dreg-write.

           write-verdict.
                  move spaces to dreg-record.
                  move 1 to ws-report-ptr.
                  move ws-exc-count to ws-count-edit.
                  string "EXCEPTIONS " delimited by size
                      ws-count-edit delimited by size
                      into dreg-record with pointer ws-report-ptr
                  end-string.
                  move ws-accept-count to ws-count-edit.
                  string " ACCEPTED " delimited by size
                      ws-count-edit delimited by size
                      into dreg-record with pointer ws-report-ptr
                  end-string.
                  move ws-override-count to ws-count-edit.
                  string " OVERRIDDEN " delimited by size
                      ws-count-edit delimited by size
                      into dreg-record with pointer ws-report-ptr
                  end-string.
                  move ws-held-count to ws-count-edit.
                  string " HELD " delimited by size
                      ws-count-edit delimited by size
                      into dreg-record with pointer ws-report-ptr
                  end-string.
                  move ws-open-count to ws-count-edit.
                  string " OPEN " delimited by size
                      ws-count-edit delimited by size
                      into dreg-record with pointer ws-report-ptr
                  end-string.
                  write dreg-record.
                  perform check-dreg-write.
                  move spaces to dreg-record.
                  evaluate true
                      when ws-error-count > 0
                          move ws-error-count to ws-count-edit
                          string "REVIEW HAS ERRORS: "
                                  delimited by size
                              ws-count-edit delimited by size
                              into dreg-record
                          end-string
                      when ws-open-count > 0
                          move
                           "EXCEPTIONS STILL OPEN - RELEASE INCOMPLETE"
                              to dreg-record
                      when other
                          move "ALL EXCEPTIONS DISPOSED - RELEASE FINAL"
                              to dreg-record
                  end-evaluate.
                  write dreg-record.
                  perform check-dreg-write.

           check-rel-write.
      *        Mirrors rpn's check-res-write: a release copy with a
      *        silent hole in it is worse than no release copy.
                  if ws-rel-status not = "00"
                      move "RELEASE COPY WRITE ERROR" to dreg-record
                      perform write-error-line
                  end-if.

           check-dreg-write.
      *        Mirrors rpnmove's check-mrpt-write.
                  if ws-dreg-status not = "00"
                      display "DISPOSITION REGISTER WRITE ERROR"
                  end-if.

           write-run-log.
      *        One record in the night's run log, written last so it
      *        carries the step's own return code.
                  accept ws-rlog-end from time.
                  open extend rlog-file.
                  move spaces to rlog-record.
                  move "RPNREV" to rlog-program.
                  move "REVIEW" to rlog-mode.
                  move 0 to rlog-rated rlog-mismatches rlog-movements
                      rlog-rejected.
                  move ws-error-count to rlog-errors.
                  compute rlog-exceptions =
                      ws-held-count + ws-open-count.
                  compute rlog-applied =
                      ws-accept-count + ws-override-count.
                  move ws-rlog-date to rlog-date.
                  compute rlog-start = ws-rlog-start / 100.
                  compute rlog-end = ws-rlog-end / 100.
                  move return-code to rlog-rc.
                  write rlog-record.
                  if ws-rlog-status not = "00"
                      display "RUN LOG WRITE ERROR"
                  end-if.
                  close rlog-file.
