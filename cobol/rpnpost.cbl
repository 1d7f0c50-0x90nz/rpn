       identification division.
       program-id. rpnpost.

      *    Companion to rpn: post a finished RPNRES rating file into
      *    the period master, so month-to-date and year-to-date
      *    figures per item key stop being rebuilt by hand from a
      *    pile of saved files. Every detail line adds into its
      *    key and currency's day, month-to-date and year-to-date
      *    amount and count. The posting history remembers each
      *    run stamp posted, so the same run cannot post twice. An
      *    RPNPCTL record of CLOSE yyyymm closes the open period
      *    instead: it prints the closing balances, rolls the month
      *    and, at the year end, clears the year-to-date figures.

       environment division.
           input-output section.
           file-control.
               select optional res-file assign to "RPNRES"
                   organization is line sequential
                   file status is ws-res-status.
               select optional pctl-file assign to "RPNPCTL"
                   organization is line sequential
                   file status is ws-pctl-status.
               select optional pmst-file assign to "RPNPMST"
                   organization is line sequential
                   file status is ws-pmst-status.
               select optional phst-file assign to "RPNPHST"
                   organization is line sequential
                   file status is ws-phst-status.
               select prpt-file assign to "RPNPRPT"
                   organization is line sequential
                   file status is ws-prpt-status.
               select optional rlog-file assign to "RPNRLOG"
                   organization is line sequential
                   file status is ws-rlog-status.

       data division.
           file section.
      *    RPNRES lines run past the currency code when the run named
      *    more than one result column; the first, the classic
      *    amount, is the one that posts.
           fd  res-file.
           01  res-record pic x(100).
           fd  pctl-file.
           01  pctl-record pic x(80).
      *    The period master: one H record naming the open period
      *    and the last day posted, then one D record per key and
      *    currency, in key order.
           fd  pmst-file.
           01  pmst-header.
               05 pmst-type      pic x(1).
               05 filler         pic x(1) value space.
               05 pmst-period    pic 9(6).
               05 filler         pic x(1) value space.
               05 pmst-last-day  pic 9(8).
           01  pmst-detail.
               05 pmst-d-type    pic x(1).
               05 filler         pic x(1) value space.
               05 pmst-key       pic x(16).
               05 filler         pic x(1) value space.
               05 pmst-curr      pic x(3).
               05 filler         pic x(1) value space.
               05 pmst-day-amt   pic s9(13)v99 sign leading separate.
               05 filler         pic x(1) value space.
               05 pmst-day-count pic 9(7).
               05 filler         pic x(1) value space.
               05 pmst-mtd-amt   pic s9(13)v99 sign leading separate.
               05 filler         pic x(1) value space.
               05 pmst-mtd-count pic 9(7).
               05 filler         pic x(1) value space.
               05 pmst-ytd-amt   pic s9(13)v99 sign leading separate.
               05 filler         pic x(1) value space.
               05 pmst-ytd-count pic 9(7).
      *    The posting history: one line per run posted and per
      *    period closed, appended and never rewritten. A run is
      *    known by its stamp to the second; lines written before
      *    the stamp carried seconds hold RUN yyyymmddhhmm instead,
      *    which no later stamp can match.
           fd  phst-file.
           01  phst-record.
               05 phst-op        pic x(5).
               05 filler         pic x(1) value space.
               05 phst-stamp     pic x(16).
               05 filler         pic x(1) value space.
               05 phst-date      pic 9(8).
               05 filler         pic x(1) value space.
               05 phst-period    pic 9(6).
               05 filler         pic x(1) value space.
               05 phst-count     pic 9(7).
               05 filler         pic x(1) value space.
               05 phst-total     pic s9(15)v99 sign leading separate.
           fd  prpt-file.
           01  prpt-record pic x(132).

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
           01 ws-res-status pic x(2).
           01 ws-pctl-status pic x(2).
           01 ws-pmst-status pic x(2).
           01 ws-phst-status pic x(2).
           01 ws-prpt-status pic x(2).
           01 ws-rlog-status pic x(2).

      *    What RPNPCTL asked for: POST (the default, with an
      *    optional yyyymmdd posting date) or CLOSE yyyymm.
           01 ws-pctl-line pic x(80).
           01 ws-pctl-verb pic x(8).
           01 ws-pctl-arg pic x(16).
           01 ws-close-mode pic x value "N".
           01 ws-close-period pic 9(6) value 0.
           01 ws-post-date pic 9(8) value 0.
           01 ws-post-month pic 9(6) value 0.
           01 ws-today pic 9(8).

      *    The run verdict: any refusal leaves the master exactly
      *    as it was.
           01 ws-refused pic x value "N".
           01 ws-refuse-text pic x(80).
           01 ws-write-failed pic x value "N".
           01 ws-hist-failed pic x value "N".

      *    The period master held in key order while it is worked
      *    on, then written back whole.
           01 ws-have-master pic x value "N".
           01 ws-mst-eof pic x value "N".
           01 ws-open-period pic 9(6) value 0.
           01 ws-open-year pic 9(4).
           01 ws-open-mm pic 9(2).
           01 ws-last-day pic 9(8) value 0.
           01 ws-mst-max pic 9(5) value 10000.
           01 ws-mst-count pic 9(5) value 0.
           01 ws-mst-table.
               05 ws-mst-entry occurs 10000 times.
                   10 ws-mst-id.
                       15 ws-mst-key pic x(16).
                       15 ws-mst-curr pic x(3).
                   10 ws-mst-day-amt pic s9(13)v99.
                   10 ws-mst-day-count pic 9(7).
                   10 ws-mst-mtd-amt pic s9(13)v99.
                   10 ws-mst-mtd-count pic 9(7).
                   10 ws-mst-ytd-amt pic s9(13)v99.
                   10 ws-mst-ytd-count pic 9(7).
           01 ws-mst-idx pic 9(5).
           01 ws-mst-ins pic 9(5).
           01 ws-mst-keep pic 9(5).
           01 ws-shift-idx pic 9(5).
           01 ws-prev-id pic x(19).
           01 ws-find-id.
               05 ws-find-key pic x(16).
               05 ws-find-curr pic x(3).

      *    The run being posted, read whole and proved before a
      *    single figure goes near the master.
           01 ws-res-eof pic x value "N".
           01 ws-line pic x(100).
           01 ws-line-detail pic x value "N".
           01 ws-line-amt pic s9(13)v99.
           01 ws-run-stamp pic x(14) value spaces.
           01 ws-run-incomplete pic x value "N".
           01 ws-run-part pic x value "N".
           01 ws-trailer-seen pic x value "N".
           01 ws-grand-ovfl pic x value "N".
           01 ws-grand-total pic s9(13)v99 value 0.
           01 ws-rated-count pic 9(7) value 0.
           01 ws-run-sum pic s9(15)v99 value 0.
           01 ws-run-max pic 9(5) value 10000.
           01 ws-run-count pic 9(5) value 0.
           01 ws-run-table.
               05 ws-run-entry occurs 10000 times.
                   10 ws-run-id.
                       15 ws-run-key pic x(16).
                       15 ws-run-curr pic x(3).
                   10 ws-run-amt pic s9(13)v99.
           01 ws-run-idx pic 9(5).
           01 ws-phst-eof pic x value "N".
           01 ws-already-posted pic x value "N".

      *    Date checking, as rpn does it
           01 ws-date-value pic 9(8).
           01 ws-date-ok pic x.
           01 ws-date-yyyy pic 9(4).
           01 ws-date-mm pic 9(2).
           01 ws-date-dd pic 9(2).
           01 ws-date-dim pic 9(2).
           01 ws-date-work pic 9(6).

      *    The closing figures and the report work fields
           01 ws-year-end pic x value "N".
           01 ws-mtd-total pic s9(15)v99 value 0.
           01 ws-ytd-total pic s9(15)v99 value 0.
           01 ws-num-edit pic -9(13).99.
           01 ws-num-edit-2 pic -9(13).99.
           01 ws-total-edit pic -9(15).99.
           01 ws-count-edit pic zzzzzz9.
           01 ws-count-edit-2 pic zzzzzz9.
           01 ws-period-edit pic 9(6).
           01 ws-report-ptr pic 9(3).

      *    When this step started, for its run log record
           01 ws-rlog-date pic 9(8).
           01 ws-rlog-start pic 9(8).
           01 ws-rlog-end pic 9(8).

       procedure division.
           perform open-files.
           perform load-control.
           if ws-refused = "N"
               perform load-master
           end-if.
           if ws-refused = "N"
               if ws-close-mode = "Y"
                   perform close-period
               else
                   perform post-run
               end-if
           end-if.
           perform write-verdict.
           close prpt-file.
           if ws-refused = "Y" or ws-write-failed = "Y"
                   or ws-hist-failed = "Y"
               move 8 to return-code
           end-if.
           perform write-run-log.
           stop run.

           open-files.
                  accept ws-rlog-date from date yyyymmdd.
                  accept ws-rlog-start from time.
                  accept ws-today from date yyyymmdd.
                  open output prpt-file.
                  move "RPN PERIOD-TO-DATE POSTING REPORT"
                      to prpt-record.
                  write prpt-record.
                  perform check-prpt-write.

           load-control.
      *        No RPNPCTL means a plain posting dated from the run
      *        stamp. A close has to name the period it means to
      *        close, so a stray control card cannot roll the month
      *        by accident.
                  move spaces to ws-pctl-line.
                  open input pctl-file.
                  if ws-pctl-status = "00"
                      read pctl-file
                      if ws-pctl-status = "00"
                          move function trim(pctl-record leading)
                              to ws-pctl-line
                      end-if
                  end-if.
                  close pctl-file.
                  move spaces to ws-pctl-verb ws-pctl-arg.
                  unstring ws-pctl-line delimited by all space
                      into ws-pctl-verb ws-pctl-arg
                  end-unstring.
                  evaluate ws-pctl-verb
                      when spaces
                      when "POST"
                          if ws-pctl-arg not = spaces
                              perform check-post-date-arg
                          end-if
                      when "CLOSE"
                          move "Y" to ws-close-mode
                          perform check-close-period-arg
                      when other
                          move "UNKNOWN RPNPCTL REQUEST"
                              to ws-refuse-text
                          perform report-refusal
                  end-evaluate.

           check-post-date-arg.
                  move "N" to ws-date-ok.
                  if ws-pctl-arg(9:8) = spaces
                          and ws-pctl-arg(1:8) is numeric
                      move ws-pctl-arg(1:8) to ws-date-value
                      perform check-date
                  end-if.
                  if ws-date-ok = "Y"
                      move ws-date-value to ws-post-date
                  else
                      move "BAD POSTING DATE IN RPNPCTL"
                          to ws-refuse-text
                      perform report-refusal
                  end-if.

           check-close-period-arg.
                  move "N" to ws-date-ok.
                  if ws-pctl-arg(7:10) = spaces
                          and ws-pctl-arg(1:6) is numeric
                      move ws-pctl-arg(1:6) to ws-close-period
                      compute ws-date-value = ws-close-period * 100
                          + 1
                      perform check-date
                  end-if.
                  if ws-date-ok = "N"
                      move "CLOSE NEEDS A PERIOD AS YYYYMM"
                          to ws-refuse-text
                      perform report-refusal
                  end-if.

           check-date.
      *        A usable date is a whole YYYYMMDD number with a real
      *        month and day, February getting its leap-year due.
                  move "Y" to ws-date-ok.
                  if ws-date-value < 16010101
                      move "N" to ws-date-ok
                  else
                      compute ws-date-yyyy = ws-date-value / 10000
                      compute ws-date-work = ws-date-value / 100
                      compute ws-date-mm =
                          function mod(ws-date-work, 100)
                      compute ws-date-dd =
                          function mod(ws-date-value, 100)
                      if ws-date-mm < 1 or ws-date-mm > 12
                              or ws-date-dd < 1
                          move "N" to ws-date-ok
                      else
                          evaluate ws-date-mm
                              when 4
                              when 6
                              when 9
                              when 11
                                  move 30 to ws-date-dim
                              when 2
                                  if function mod(ws-date-yyyy, 4) = 0
                                          and (function mod(
                                              ws-date-yyyy, 100)
                                                  not = 0
                                              or function mod(
                                                  ws-date-yyyy, 400)
                                                  = 0)
                                      move 29 to ws-date-dim
                                  else
                                      move 28 to ws-date-dim
                                  end-if
                              when other
                                  move 31 to ws-date-dim
                          end-evaluate
                          if ws-date-dd > ws-date-dim
                              move "N" to ws-date-ok
                          end-if
                      end-if
                  end-if.

           load-master.
      *        A missing master is a first posting: the period opens
      *        at the posting date's month. A master that is out of
      *        key order or will not fit the table is refused rather
      *        than rewritten short.
                  open input pmst-file.
                  if ws-pmst-status = "00"
                      move "Y" to ws-have-master
                  else
                      move "Y" to ws-mst-eof
                  end-if.
                  move low-values to ws-prev-id.
                  perform load-master-record
                      until ws-mst-eof = "Y"
                      or ws-refused = "Y".
                  close pmst-file.
                  if ws-have-master = "Y" and ws-open-period = 0
                          and ws-refused = "N"
                      move "PERIOD MASTER HAS NO HEADER"
                          to ws-refuse-text
                      perform report-refusal
                  end-if.

           load-master-record.
                  read pmst-file
                      at end
                          move "Y" to ws-mst-eof
                  end-read.
                  if ws-mst-eof = "N"
                      evaluate pmst-type
                          when "H"
                              move pmst-period to ws-open-period
                              move pmst-last-day to ws-last-day
                          when "D"
                              perform store-master-detail
                          when other
                              move "BAD PERIOD MASTER RECORD"
                                  to ws-refuse-text
                              perform report-refusal
                      end-evaluate
                  end-if.

           store-master-detail.
                  if ws-mst-count >= ws-mst-max
                      move "PERIOD MASTER TABLE FULL"
                          to ws-refuse-text
                      perform report-refusal
                  else
                      move pmst-key to ws-find-key
                      move pmst-curr to ws-find-curr
                      if ws-find-id not > ws-prev-id
                          move "PERIOD MASTER OUT OF KEY ORDER"
                              to ws-refuse-text
                          perform report-refusal
                      else
                          move ws-find-id to ws-prev-id
                          add 1 to ws-mst-count
                          move ws-find-id to ws-mst-id(ws-mst-count)
                          move pmst-day-amt
                              to ws-mst-day-amt(ws-mst-count)
                          move pmst-day-count
                              to ws-mst-day-count(ws-mst-count)
                          move pmst-mtd-amt
                              to ws-mst-mtd-amt(ws-mst-count)
                          move pmst-mtd-count
                              to ws-mst-mtd-count(ws-mst-count)
                          move pmst-ytd-amt
                              to ws-mst-ytd-amt(ws-mst-count)
                          move pmst-ytd-count
                              to ws-mst-ytd-count(ws-mst-count)
                      end-if
                  end-if.

           post-run.
      *        Prove the run first - finished, stamped, footing to
      *        its own trailer, not posted before, inside the open
      *        period - and only then touch the master.
                  perform scan-results.
                  if ws-refused = "N"
                      perform check-run-history
                  end-if.
                  if ws-refused = "N"
                      perform check-open-period
                  end-if.
                  if ws-refused = "N"
                      perform apply-run-line
                          varying ws-run-idx from 1 by 1
                          until ws-run-idx > ws-run-count
                          or ws-refused = "Y"
                  end-if.
                  if ws-refused = "N"
                      perform write-master
                  end-if.
      *        A master that did not write back holds no posting, so
      *        the history must not say it does, or the run could
      *        never post once the master is restored.
                  if ws-refused = "N" and ws-write-failed = "N"
                      move spaces to phst-record
                      move "POST" to phst-op
                      move ws-run-stamp to phst-stamp
                      move ws-post-date to phst-date
                      move ws-open-period to phst-period
                      move ws-run-count to phst-count
                      move ws-run-sum to phst-total
                      perform append-history
                      perform report-posting
                  end-if.

           scan-results.
                  open input res-file.
                  if ws-res-status not = "00"
                      move "NO RATING FILE (RPNRES MISSING)"
                          to ws-refuse-text
                      perform report-refusal
                      move "Y" to ws-res-eof
                  end-if.
                  perform scan-result-record
                      until ws-res-eof = "Y".
                  close res-file.
                  if ws-refused = "N"
                      perform check-run-trailer
                  end-if.

           scan-result-record.
                  read res-file into ws-line
                      at end
                          move "Y" to ws-res-eof
                  end-read.
                  if ws-res-eof = "N"
                      perform classify-line
                      if ws-line-detail = "Y"
                          perform store-run-detail
                      else
                          perform note-trailer-line
                      end-if
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

           store-run-detail.
                  if ws-run-count >= ws-run-max
                      if ws-refused = "N"
                          move "RATING FILE TOO LARGE TO POST"
                              to ws-refuse-text
                          perform report-refusal
                      end-if
                  else
                      add 1 to ws-run-count
                      move ws-line(1:16) to ws-run-key(ws-run-count)
                      move ws-line(44:3) to ws-run-curr(ws-run-count)
                      move ws-line-amt to ws-run-amt(ws-run-count)
                      add ws-line-amt to ws-run-sum
                  end-if.

           note-trailer-line.
                  evaluate true
                      when ws-line(1:14) = "RUN INCOMPLETE"
                          move "Y" to ws-run-incomplete
                      when ws-line(1:16) = "RUN"
                              and ws-line(48:14) is numeric
                          move ws-line(48:14) to ws-run-stamp
                      when ws-line(1:5) = "PART "
                          move "Y" to ws-run-part
                      when ws-line(1:13) = "RECORDS RATED"
                          compute ws-rated-count =
                              function numval(ws-line(36:7))
                      when ws-line(1:11) = "GRAND TOTAL"
                          move "Y" to ws-trailer-seen
                          compute ws-grand-total =
                              function numval(ws-line(18:17))
                      when ws-line(1:16) = "TOTAL OVERFLOWED"
                          move "Y" to ws-trailer-seen
                          move "Y" to ws-grand-ovfl
                      when other
                          continue
                  end-evaluate.

           check-run-trailer.
      *        A file with no trailer was cut off before rpn finished
      *        it, and one marked incomplete says so outright. The
      *        detail lines must also foot to the trailer, or the
      *        file has been edited or damaged since rpn wrote it.
                  evaluate true
                      when ws-trailer-seen = "N"
                          move "RPNRES HAS NO TRAILER - NOT POSTED"
                              to ws-refuse-text
                          perform report-refusal
                      when ws-run-incomplete = "Y"
                          move "RPNRES SAYS RUN INCOMPLETE"
                              to ws-refuse-text
                          perform report-refusal
                      when ws-run-stamp = spaces
                          move "RPNRES HAS NO RUN STAMP"
                              to ws-refuse-text
                          perform report-refusal
                      when ws-run-part = "Y"
                          move "RPNRES IS ONLY ONE PART OF A SPLIT RUN"
                              to ws-refuse-text
                          perform report-refusal
                      when ws-rated-count not = ws-run-count
                          move "DETAIL LINES DO NOT MATCH RECORDS RATED"
                              to ws-refuse-text
                          perform report-refusal
                      when ws-grand-ovfl = "N"
                              and ws-run-sum not = ws-grand-total
                          move "DETAIL LINES DO NOT FOOT TO GRAND TOTAL"
                              to ws-refuse-text
                          perform report-refusal
                      when other
                          continue
                  end-evaluate.

           check-run-history.
      *        A run stamp already in the history has been posted;
      *        posting it again would double every figure it holds.
                  open input phst-file.
                  if ws-phst-status not = "00"
                      move "Y" to ws-phst-eof
                  end-if.
                  perform read-history-record
                      until ws-phst-eof = "Y".
                  close phst-file.
                  if ws-already-posted = "Y"
                      move spaces to ws-refuse-text
                      string "RUN ALREADY POSTED " delimited by size
                          ws-run-stamp delimited by size
                          into ws-refuse-text
                      end-string
                      perform report-refusal
                  end-if.

           read-history-record.
                  read phst-file
                      at end
                          move "Y" to ws-phst-eof
                  end-read.
                  if ws-phst-eof = "N"
                      if phst-op = "POST"
                              and phst-stamp = ws-run-stamp
                          move "Y" to ws-already-posted
                      end-if
                  end-if.

           check-open-period.
      *        The posting date is the run's own date unless RPNPCTL
      *        names one - a run that crossed midnight still belongs
      *        to the business day it rated. It has to fall in the
      *        open period and not before the last day posted; a new
      *        day clears the day figures before anything adds in.
                  if ws-post-date = 0
                      move ws-run-stamp(1:8) to ws-date-value
                      perform check-date
                      if ws-date-ok = "Y"
                          move ws-date-value to ws-post-date
                      else
                          move "RUN STAMP HAS NO USABLE DATE"
                              to ws-refuse-text
                          perform report-refusal
                      end-if
                  end-if.
                  compute ws-post-month = ws-post-date / 100.
                  if ws-have-master = "N"
                      move ws-post-month to ws-open-period
                  end-if.
                  move ws-open-period to ws-period-edit.
                  evaluate true
                      when ws-refused = "Y"
                          continue
                      when ws-post-month < ws-open-period
                          move spaces to ws-refuse-text
                          string "POSTING DATE IS BEFORE OPEN PERIOD "
                                  delimited by size
                              ws-period-edit delimited by size
                              into ws-refuse-text
                          end-string
                          perform report-refusal
                      when ws-post-month > ws-open-period
                          move spaces to ws-refuse-text
                          string "PERIOD " delimited by size
                              ws-period-edit delimited by size
                              " MUST BE CLOSED FIRST"
                                  delimited by size
                              into ws-refuse-text
                          end-string
                          perform report-refusal
                      when ws-post-date < ws-last-day
                          move "POSTING DATE BEFORE LAST DAY POSTED"
                              to ws-refuse-text
                          perform report-refusal
                      when ws-post-date > ws-last-day
                          perform clear-day-figures
                              varying ws-mst-idx from 1 by 1
                              until ws-mst-idx > ws-mst-count
                          move ws-post-date to ws-last-day
                      when other
                          continue
                  end-evaluate.

           clear-day-figures.
                  move 0 to ws-mst-day-amt(ws-mst-idx).
                  move 0 to ws-mst-day-count(ws-mst-idx).

           apply-run-line.
                  move ws-run-id(ws-run-idx) to ws-find-id.
                  perform find-master-entry.
                  if ws-refused = "N"
                      add ws-run-amt(ws-run-idx)
                          to ws-mst-day-amt(ws-mst-idx)
                             ws-mst-mtd-amt(ws-mst-idx)
                             ws-mst-ytd-amt(ws-mst-idx)
                          on size error
                              move spaces to ws-refuse-text
                              string "PERIOD FIGURE OVERFLOWED FOR "
                                      delimited by size
                                  ws-find-key delimited by size
                                  into ws-refuse-text
                              end-string
                              perform report-refusal
                      end-add
                      add 1 to ws-mst-day-count(ws-mst-idx)
                          ws-mst-mtd-count(ws-mst-idx)
                          ws-mst-ytd-count(ws-mst-idx)
                  end-if.

           find-master-entry.
      *        The master stays in key order, so the search stops at
      *        the first entry not below the one wanted, and a new
      *        key is slotted in right there.
                  perform varying ws-mst-idx from 1 by 1
                          until ws-mst-idx > ws-mst-count
                          or ws-mst-id(ws-mst-idx) not < ws-find-id
                      continue
                  end-perform.
                  if ws-mst-idx > ws-mst-count
                          or ws-mst-id(ws-mst-idx) not = ws-find-id
                      if ws-mst-count >= ws-mst-max
                          move "PERIOD MASTER TABLE FULL"
                              to ws-refuse-text
                          perform report-refusal
                      else
                          move ws-mst-idx to ws-mst-ins
                          perform varying ws-shift-idx
                                  from ws-mst-count by -1
                                  until ws-shift-idx < ws-mst-ins
                              move ws-mst-entry(ws-shift-idx)
                                  to ws-mst-entry(ws-shift-idx + 1)
                          end-perform
                          add 1 to ws-mst-count
                          move ws-find-id to ws-mst-id(ws-mst-ins)
                          move 0 to ws-mst-day-amt(ws-mst-ins)
                              ws-mst-day-count(ws-mst-ins)
                              ws-mst-mtd-amt(ws-mst-ins)
                              ws-mst-mtd-count(ws-mst-ins)
                              ws-mst-ytd-amt(ws-mst-ins)
                              ws-mst-ytd-count(ws-mst-ins)
                      end-if
                  end-if.

           report-posting.
                  move spaces to prpt-record.
                  move 1 to ws-report-ptr.
                  move ws-run-count to ws-count-edit.
                  move ws-run-sum to ws-total-edit.
                  string "POSTED RUN " delimited by size
                      ws-run-stamp delimited by size
                      " DATE " delimited by size
                      ws-post-date delimited by size
                      " LINES " delimited by size
                      ws-count-edit delimited by size
                      " TOTAL " delimited by size
                      ws-total-edit delimited by size
                      into prpt-record with pointer ws-report-ptr
                  end-string.
                  write prpt-record.
                  perform check-prpt-write.

           close-period.
      *        Only the open period can close. The closing balances
      *        print before anything rolls, then the month moves on;
      *        December's close clears the year-to-date figures too,
      *        and a key with nothing left on it drops off the
      *        master.
                  if ws-have-master = "N"
                      move "NO PERIOD MASTER TO CLOSE"
                          to ws-refuse-text
                      perform report-refusal
                  else
                      if ws-close-period not = ws-open-period
                          move ws-open-period to ws-period-edit
                          move spaces to ws-refuse-text
                          string "CLOSE DOES NOT MATCH OPEN PERIOD "
                                  delimited by size
                              ws-period-edit delimited by size
                              into ws-refuse-text
                          end-string
                          perform report-refusal
                      end-if
                  end-if.
                  if ws-refused = "N"
                      perform write-closing-balances
                      perform roll-period
                      perform write-master
                  end-if.
                  if ws-refused = "N" and ws-write-failed = "N"
                      move spaces to phst-record
                      move "CLOSE" to phst-op
                      move ws-today to phst-date
                      move ws-close-period to phst-period
                      move ws-mst-count to phst-count
                      move ws-mtd-total to phst-total
                      perform append-history
                  end-if.

           write-closing-balances.
                  move spaces to prpt-record.
                  move ws-close-period to ws-period-edit.
                  string "CLOSING BALANCES FOR PERIOD "
                          delimited by size
                      ws-period-edit delimited by size
                      into prpt-record
                  end-string.
                  write prpt-record.
                  perform check-prpt-write.
                  move spaces to prpt-record.
                  string "KEY              CUR "
                          delimited by size
                      "      MONTH-TO-DATE   COUNT "
                          delimited by size
                      "       YEAR-TO-DATE   COUNT"
                          delimited by size
                      into prpt-record
                  end-string.
                  write prpt-record.
                  perform check-prpt-write.
                  perform write-closing-line
                      varying ws-mst-idx from 1 by 1
                      until ws-mst-idx > ws-mst-count.
                  move spaces to prpt-record.
                  move 1 to ws-report-ptr.
                  move ws-mtd-total to ws-total-edit.
                  string "PERIOD TOTAL MONTH-TO-DATE "
                          delimited by size
                      ws-total-edit delimited by size
                      into prpt-record with pointer ws-report-ptr
                  end-string.
                  move ws-ytd-total to ws-total-edit.
                  string " YEAR-TO-DATE " delimited by size
                      ws-total-edit delimited by size
                      into prpt-record with pointer ws-report-ptr
                  end-string.
                  write prpt-record.
                  perform check-prpt-write.

           write-closing-line.
                  add ws-mst-mtd-amt(ws-mst-idx) to ws-mtd-total.
                  add ws-mst-ytd-amt(ws-mst-idx) to ws-ytd-total.
                  move spaces to prpt-record.
                  move 1 to ws-report-ptr.
                  move ws-mst-mtd-amt(ws-mst-idx) to ws-num-edit.
                  move ws-mst-mtd-count(ws-mst-idx) to ws-count-edit.
                  move ws-mst-ytd-amt(ws-mst-idx) to ws-num-edit-2.
                  move ws-mst-ytd-count(ws-mst-idx)
                      to ws-count-edit-2.
                  string ws-mst-key(ws-mst-idx) delimited by size
                      " " delimited by size
                      ws-mst-curr(ws-mst-idx) delimited by size
                      " " delimited by size
                      ws-num-edit delimited by size
                      " " delimited by size
                      ws-count-edit delimited by size
                      " " delimited by size
                      ws-num-edit-2 delimited by size
                      " " delimited by size
                      ws-count-edit-2 delimited by size
                      into prpt-record with pointer ws-report-ptr
                  end-string.
                  write prpt-record.
                  perform check-prpt-write.

           roll-period.
                  compute ws-open-year = ws-open-period / 100.
                  compute ws-open-mm =
                      function mod(ws-open-period, 100).
                  if ws-open-mm = 12
                      move "Y" to ws-year-end
                      add 1 to ws-open-year
                      move 1 to ws-open-mm
                  else
                      add 1 to ws-open-mm
                  end-if.
                  compute ws-open-period = ws-open-year * 100
                      + ws-open-mm.
                  move 0 to ws-mst-keep.
                  perform roll-master-entry
                      varying ws-mst-idx from 1 by 1
                      until ws-mst-idx > ws-mst-count.
                  move ws-mst-keep to ws-mst-count.
                  move spaces to prpt-record.
                  move 1 to ws-report-ptr.
                  move ws-close-period to ws-period-edit.
                  string "PERIOD " delimited by size
                      ws-period-edit delimited by size
                      " CLOSED" delimited by size
                      into prpt-record with pointer ws-report-ptr
                  end-string.
                  if ws-year-end = "Y"
                      string " - YEAR-TO-DATE CLEARED"
                              delimited by size
                          into prpt-record with pointer ws-report-ptr
                      end-string
                  end-if.
                  move ws-open-period to ws-period-edit.
                  string " - OPEN PERIOD NOW " delimited by size
                      ws-period-edit delimited by size
                      into prpt-record with pointer ws-report-ptr
                  end-string.
                  write prpt-record.
                  perform check-prpt-write.

           roll-master-entry.
                  move 0 to ws-mst-day-amt(ws-mst-idx)
                      ws-mst-day-count(ws-mst-idx)
                      ws-mst-mtd-amt(ws-mst-idx)
                      ws-mst-mtd-count(ws-mst-idx).
                  if ws-year-end = "Y"
                      move 0 to ws-mst-ytd-amt(ws-mst-idx)
                          ws-mst-ytd-count(ws-mst-idx)
                  end-if.
                  if ws-mst-ytd-count(ws-mst-idx) > 0
                      add 1 to ws-mst-keep
                      if ws-mst-keep < ws-mst-idx
                          move ws-mst-entry(ws-mst-idx)
                              to ws-mst-entry(ws-mst-keep)
                      end-if
                  end-if.

           write-master.
                  open output pmst-file.
                  move spaces to pmst-header.
                  move "H" to pmst-type.
                  move ws-open-period to pmst-period.
                  move ws-last-day to pmst-last-day.
                  write pmst-header.
                  perform check-pmst-write.
                  perform write-master-detail
                      varying ws-mst-idx from 1 by 1
                      until ws-mst-idx > ws-mst-count.
                  close pmst-file.

           write-master-detail.
                  move spaces to pmst-detail.
                  move "D" to pmst-d-type.
                  move ws-mst-key(ws-mst-idx) to pmst-key.
                  move ws-mst-curr(ws-mst-idx) to pmst-curr.
                  move ws-mst-day-amt(ws-mst-idx) to pmst-day-amt.
                  move ws-mst-day-count(ws-mst-idx) to pmst-day-count.
                  move ws-mst-mtd-amt(ws-mst-idx) to pmst-mtd-amt.
                  move ws-mst-mtd-count(ws-mst-idx) to pmst-mtd-count.
                  move ws-mst-ytd-amt(ws-mst-idx) to pmst-ytd-amt.
                  move ws-mst-ytd-count(ws-mst-idx) to pmst-ytd-count.
                  write pmst-detail.
                  perform check-pmst-write.

           append-history.
      *        The history is what stops a run posting twice, so a
      *        line that does not land fails the step as surely as a
      *        master write that does not. A history not there yet
      *        opens as a new one.
                  open extend phst-file.
                  if ws-phst-status = "00" or ws-phst-status = "05"
                      write phst-record
                      if ws-phst-status not = "00"
                          move "Y" to ws-hist-failed
                      end-if
                      close phst-file
                  else
                      move "Y" to ws-hist-failed
                  end-if.
                  if ws-hist-failed = "Y"
                      move "POSTING HISTORY WRITE ERROR" to prpt-record
                      write prpt-record
                      perform check-prpt-write
                  end-if.

           report-refusal.
                  move "Y" to ws-refused.
                  move spaces to prpt-record.
                  string "REFUSED: " delimited by size
                      ws-refuse-text delimited by size
                      into prpt-record
                  end-string.
                  write prpt-record.
                  perform check-prpt-write.

           write-verdict.
                  move spaces to prpt-record.
                  evaluate true
                      when ws-write-failed = "Y"
                          move "PERIOD MASTER WRITE FAILED - RESTORE IT"
                              to prpt-record
                      when ws-hist-failed = "Y"
                          string "POSTING HISTORY WRITE FAILED - "
                                  delimited by size
                              "REPAIR RPNPHST BEFORE ANY RE-POST"
                                  delimited by size
                              into prpt-record
                          end-string
                      when ws-refused = "Y"
                          move
                              "NOTHING POSTED - PERIOD MASTER UNCHANGED"
                              to prpt-record
                      when other
                          move ws-open-period to ws-period-edit
                          move ws-mst-count to ws-count-edit
                          string "PERIOD MASTER UPDATED - OPEN PERIOD "
                                  delimited by size
                              ws-period-edit delimited by size
                              " KEYS " delimited by size
                              ws-count-edit delimited by size
                              into prpt-record
                          end-string
                  end-evaluate.
                  write prpt-record.
                  perform check-prpt-write.

           check-pmst-write.
      *        A master with a silent hole in it would lose a key's
      *        figures for the rest of the year.
                  if ws-pmst-status not = "00"
                      move "PERIOD MASTER WRITE ERROR" to prpt-record
                      write prpt-record
                      perform check-prpt-write
                      move "Y" to ws-write-failed
                  end-if.

           check-prpt-write.
      *        Mirrors rpnmove's check-mrpt-write: a posting report
      *        with a silently failed write in it is worse than no
      *        report at all.
                  if ws-prpt-status not = "00"
                      display "POSTING REPORT WRITE ERROR"
                  end-if.

           write-run-log.
      *        One record in the night's run log, written last so it
      *        carries the step's own return code.
                  accept ws-rlog-end from time.
                  open extend rlog-file.
                  move spaces to rlog-record.
                  move "RPNPOST" to rlog-program.
                  if ws-close-mode = "Y"
                      move "CLOSE" to rlog-mode
                  else
                      move "POST" to rlog-mode
                  end-if.
                  move 0 to rlog-rated rlog-errors rlog-exceptions
                      rlog-mismatches rlog-movements rlog-applied
                      rlog-rejected.
                  if ws-refused = "Y" or ws-write-failed = "Y"
                          or ws-hist-failed = "Y"
                      move 1 to rlog-errors
                  else
                      if ws-close-mode = "N"
                          move ws-run-count to rlog-applied
                      end-if
                  end-if.
                  move ws-rlog-date to rlog-date.
                  compute rlog-start = ws-rlog-start / 100.
                  compute rlog-end = ws-rlog-end / 100.
                  move return-code to rlog-rc.
                  write rlog-record.
                  if ws-rlog-status not = "00"
                      display "RUN LOG WRITE ERROR"
                  end-if.
                  close rlog-file.
