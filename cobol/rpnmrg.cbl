       identification division.
       program-id. rpnmrg.

      *    Companion to rpn: put a split run back together. Each job
      *    of a split run rates one key range of RPNDATA into its
      *    own RPNRES, ending with a PART nn OF mm trailer line.
      *    Those files arrive here as RPNPART, one after another in
      *    part order, and come out as the single RPNRES the whole
      *    file would have produced: the detail lines in key order,
      *    the control-break SUB lines refigured across the part
      *    boundaries (break length from RPNCTL, as rpn takes it),
      *    and one trailer whose counts and grand total cover every
      *    part. Every part is proved before a line is written - a
      *    part missing, out of order, without its trailer, marked
      *    RUN INCOMPLETE, not footing to its own trailer,
      *    balanced to other RPNDATA control totals, or overlapping
      *    its neighbour's keys refuses the merge and leaves RPNRES
      *    empty, so no partial file can pass for a whole one.

       environment division.
           input-output section.
           file-control.
               select optional part-file assign to "RPNPART"
                   organization is line sequential
                   file status is ws-part-status.
               select optional ctl-file assign to "RPNCTL"
                   organization is line sequential
                   file status is ws-ctl-status.
               select res-file assign to "RPNRES"
                   organization is line sequential
                   file status is ws-res-status.
               select srpt-file assign to "RPNSRPT"
                   organization is line sequential
                   file status is ws-srpt-status.
               select optional rlog-file assign to "RPNRLOG"
                   organization is line sequential
                   file status is ws-rlog-status.

       data division.
           file section.
           fd  part-file.
           01  part-record pic x(100).
           fd  ctl-file.
           01  ctl-record pic x(80).
           fd  res-file.
           01  res-record.
               05 res-key    pic x(16).
               05 filler     pic x(1).
               05 res-amt    pic -9(13).99.
               05 filler     pic x(1).
               05 res-count  pic zzzzzz9.
               05 filler     pic x(1).
               05 res-curr   pic x(3).
               05 res-extra  occurs 3 times.
                   10 filler pic x(1).
                   10 res-xamt pic -9(13).99.
      *    The run stamp line: RUN in the key, the stamp to the
      *    second past the currency.
           01  res-run-record.
               05 res-run-key pic x(16).
               05 filler     pic x(31).
               05 res-run-stamp pic x(14).
           fd  srpt-file.
           01  srpt-record pic x(132).
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
           01 ws-part-status pic x(2).
           01 ws-ctl-status pic x(2).
           01 ws-res-status pic x(2).
           01 ws-srpt-status pic x(2).
           01 ws-rlog-status pic x(2).

      *    The run verdict: any refusal leaves RPNRES empty.
           01 ws-refused pic x value "N".
           01 ws-refuse-text pic x(80).
           01 ws-write-failed pic x value "N".

      *    The break length, as rpn reads it from RPNCTL
           01 ws-break-len pic 9(2) value 0.

      *    The part being read: everything its own trailer says
      *    about it, and what its detail lines actually add up to
           01 ws-part-eof pic x value "N".
           01 ws-line pic x(100).
           01 ws-line-detail pic x value "N".
           01 ws-line-amt pic s9(13)v99.
           01 ws-seg-lines pic 9(7) value 0.
           01 ws-seg-details pic 9(7) value 0.
           01 ws-seg-sum pic s9(15)v99 value 0.
           01 ws-seg-first-key pic x(16).
           01 ws-seg-last-key pic x(16).
           01 ws-seg-part-no pic 9(2) value 0.
           01 ws-seg-part-count pic 9(2) value 0.
           01 ws-seg-has-part pic x value "N".
           01 ws-seg-incomplete pic x value "N".
           01 ws-seg-stamp pic x(14).
           01 ws-seg-rated pic 9(7) value 0.
           01 ws-seg-errors pic 9(7) value 0.
           01 ws-seg-exceptions pic 9(7) value 0.
           01 ws-seg-grand pic s9(13)v99 value 0.
           01 ws-seg-ovfl pic x value "N".
           01 ws-seg-columns pic x(100).
           01 ws-seg-col-count pic 9(1) value 0.
           01 ws-seg-xbad pic x value "N".
           01 ws-seg-cols.
               05 ws-seg-col occurs 3 times.
                   10 ws-seg-xsum pic s9(15)v99.
                   10 ws-seg-xgrand-txt pic x(17).
           01 ws-seg-ctl-exp pic x(100).
           01 ws-seg-ctl-act pic x(100).

      *    What the parts add up to
           01 ws-expect-part pic 9(3) value 1.
           01 ws-part-total pic 9(2) value 0.
           01 ws-parts-read pic 9(3) value 0.
           01 ws-prev-last-key pic x(16) value spaces.
           01 ws-prev-has-key pic x value "N".
           01 ws-run-stamp pic x(14) value spaces.
           01 ws-all-rated pic 9(7) value 0.
           01 ws-all-errors pic 9(7) value 0.
           01 ws-all-exceptions pic 9(7) value 0.
           01 ws-all-ovfl pic x value "N".

      *    The merged file as it is written
           01 ws-grand-total pic s9(13)v99 value 0.
           01 ws-grand-ovfl pic x value "N".
           01 ws-group-active pic x value "N".
           01 ws-group-key pic x(16).
           01 ws-group-amt pic s9(13)v99 value 0.
           01 ws-group-count pic 9(7) value 0.
           01 ws-group-ovfl pic x value "N".
           01 ws-merged-count pic 9(7) value 0.

      *    A run balanced to the sending system's control totals
      *    carries both sets of figures on its trailer. Every job of
      *    a split run balances the whole of RPNDATA, so every part
      *    must carry the same two lines, and the merged file carries
      *    them once.
           01 ws-ctl-exp-line pic x(100) value spaces.
           01 ws-ctl-act-line pic x(100) value spaces.

      *    Named result columns: a run with "out" lines in its
      *    template carries up to three more amounts after the
      *    currency code and names them all on a COLUMNS trailer
      *    line. Every part must name the same columns, and each
      *    column foots, subtotals and totals on its own.
           01 ws-columns-line pic x(100) value spaces.
           01 ws-col-count pic 9(1) value 0.
           01 ws-col-idx pic 9(1).
           01 ws-col-pos pic 9(3).
           01 ws-col-amt pic s9(13)v99.
           01 ws-merge-cols.
               05 ws-merge-col occurs 3 times.
                   10 ws-all-xovfl pic x.
                   10 ws-xgrand pic s9(13)v99.
                   10 ws-xgrand-ovfl pic x.
                   10 ws-xgroup pic s9(13)v99.
                   10 ws-xgroup-ovfl pic x.

      *    Report work fields
           01 ws-part-edit pic 9(2).
           01 ws-count-edit pic zzzzzz9.
           01 ws-count-edit-2 pic zzzzzz9.
           01 ws-total-edit pic -9(13).99.
           01 ws-report-ptr pic 9(3).

      *    When this step started, for its run log record
           01 ws-rlog-date pic 9(8).
           01 ws-rlog-start pic 9(8).
           01 ws-rlog-end pic 9(8).

       procedure division.
           perform open-files.
           perform load-control.
           perform prove-parts.
           if ws-refused = "N"
               perform write-merged-file
           end-if.
           close res-file.
           perform write-verdict.
           close srpt-file.
           if ws-refused = "Y" or ws-write-failed = "Y"
               move 8 to return-code
           end-if.
           perform write-run-log.
           stop run.

           open-files.
      *        RPNRES is opened, and so emptied, before anything
      *        else: a refused merge must not leave an older file
      *        standing where the merged one should be.
                  accept ws-rlog-date from date yyyymmdd.
                  accept ws-rlog-start from time.
                  open output srpt-file.
                  move "RPN SPLIT-RUN MERGE REPORT" to srpt-record.
                  write srpt-record.
                  perform check-srpt-write.
                  open output res-file.
                  if ws-res-status not = "00"
                      move "CANNOT OPEN RPNRES FOR THE MERGED FILE"
                          to ws-refuse-text
                      perform report-refusal
                  end-if.

           load-control.
      *        Only the break length matters here; the same rule rpn
      *        applies - blank or zero for no subtotals, capped at
      *        12.
                  open input ctl-file.
                  if ws-ctl-status = "00"
                      read ctl-file
                      if ws-ctl-status = "00"
                              and ctl-record(14:2) is numeric
                          move ctl-record(14:2) to ws-break-len
                          if ws-break-len > 12
                              move 12 to ws-break-len
                          end-if
                      end-if
                  end-if.
                  close ctl-file.

           prove-parts.
      *        First pass: read every part through to its trailer and
      *        hold it up against what the split promised.
                  open input part-file.
                  if ws-part-status not = "00"
                      move "NO PARTS TO MERGE (RPNPART MISSING)"
                          to ws-refuse-text
                      perform report-refusal
                      move "Y" to ws-part-eof
                  end-if.
                  perform reset-segment.
                  perform prove-part-record
                      until ws-part-eof = "Y"
                      or ws-refused = "Y".
                  close part-file.
                  if ws-refused = "N"
                      perform check-last-part
                  end-if.

           reset-segment.
                  move 0 to ws-seg-lines ws-seg-details ws-seg-sum
                      ws-seg-part-no ws-seg-part-count ws-seg-rated
                      ws-seg-errors ws-seg-exceptions ws-seg-grand.
                  move spaces to ws-seg-first-key ws-seg-last-key
                      ws-seg-stamp.
                  move "N" to ws-seg-has-part ws-seg-incomplete
                      ws-seg-ovfl.
                  move spaces to ws-seg-columns.
                  move spaces to ws-seg-ctl-exp ws-seg-ctl-act.
                  move 0 to ws-seg-col-count.
                  perform varying ws-col-idx from 1 by 1
                          until ws-col-idx > 3
                      move 0 to ws-seg-xsum(ws-col-idx)
                      move spaces to ws-seg-xgrand-txt(ws-col-idx)
                  end-perform.

           prove-part-record.
                  read part-file into ws-line
                      at end
                          move "Y" to ws-part-eof
                  end-read.
                  if ws-part-eof = "N" and ws-line not = spaces
                      add 1 to ws-seg-lines
                      perform classify-line
                      if ws-line-detail = "Y"
                          add 1 to ws-seg-details
                          add ws-line-amt to ws-seg-sum
                          perform varying ws-col-idx from 1 by 1
                                  until ws-col-idx > 3
                              compute ws-col-pos = 30 + 18 * ws-col-idx
                              if ws-line(ws-col-pos:17) not = spaces
                                  compute ws-col-amt = function numval(
                                      ws-line(ws-col-pos:17))
                                  add ws-col-amt
                                      to ws-seg-xsum(ws-col-idx)
                              end-if
                          end-perform
                          if ws-seg-details = 1
                              move ws-line(1:16) to ws-seg-first-key
                          end-if
                          move ws-line(1:16) to ws-seg-last-key
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

           note-trailer-line.
      *        The grand total line is the last line of every part;
      *        once it is in, the part is judged and the next begins.
                  evaluate true
                      when ws-line(1:14) = "RUN INCOMPLETE"
                          move "Y" to ws-seg-incomplete
                      when ws-line(1:16) = "RUN"
                              and ws-line(48:14) is numeric
                          move ws-line(48:14) to ws-seg-stamp
                      when ws-line(1:5) = "PART "
                              and ws-line(6:2) is numeric
                              and ws-line(8:4) = " OF "
                              and ws-line(12:2) is numeric
                          move "Y" to ws-seg-has-part
                          move ws-line(6:2) to ws-seg-part-no
                          move ws-line(12:2) to ws-seg-part-count
                      when ws-line(1:16) = "COLUMNS"
                          move ws-line to ws-seg-columns
                          compute ws-seg-col-count =
                              function numval(ws-line(36:7))
                      when ws-line(1:16) = "CONTROL EXPECTED"
                          move ws-line to ws-seg-ctl-exp
                      when ws-line(1:16) = "CONTROL ACTUAL"
                          move ws-line to ws-seg-ctl-act
                      when ws-line(1:13) = "RECORDS RATED"
                          compute ws-seg-rated =
                              function numval(ws-line(36:7))
                      when ws-line(1:14) = "RECORDS IN ERR"
                          compute ws-seg-errors =
                              function numval(ws-line(36:7))
                      when ws-line(1:10) = "EXCEPTIONS"
                          compute ws-seg-exceptions =
                              function numval(ws-line(36:7))
                      when ws-line(1:11) = "GRAND TOTAL"
                          compute ws-seg-grand =
                              function numval(ws-line(18:17))
                          perform note-column-totals
                          perform check-part
                      when ws-line(1:16) = "TOTAL OVERFLOWED"
                          move "Y" to ws-seg-ovfl
                          perform note-column-totals
                          perform check-part
                      when other
                          continue
                  end-evaluate.

           note-column-totals.
      *        The extra columns' totals ride the same trailer line;
      *        a blank one is a column whose total overflowed.
                  perform varying ws-col-idx from 1 by 1
                          until ws-col-idx > 3
                      compute ws-col-pos = 30 + 18 * ws-col-idx
                      move ws-line(ws-col-pos:17)
                          to ws-seg-xgrand-txt(ws-col-idx)
                  end-perform.

           check-column-footing.
                  move "N" to ws-seg-xbad.
                  perform varying ws-col-idx from 1 by 1
                          until ws-col-idx > 3
                      if ws-seg-xgrand-txt(ws-col-idx) not = spaces
                          compute ws-col-amt = function numval(
                              ws-seg-xgrand-txt(ws-col-idx))
                          if ws-col-amt not = ws-seg-xsum(ws-col-idx)
                              move "Y" to ws-seg-xbad
                          end-if
                      end-if
                  end-perform.

           check-part.
      *        A part is only as good as its own trailer: the right
      *        part in the right place, finished, stamped, footing in
      *        every column, naming the same result columns and
      *        carrying the same control totals as the parts before
      *        it, and with every key above the part before it.
                  move ws-expect-part to ws-part-edit.
                  perform check-column-footing.
                  evaluate true
                      when ws-seg-has-part = "N"
                          move spaces to ws-refuse-text
                          string "PIECE " delimited by size
                              ws-part-edit delimited by size
                              " OF RPNPART IS NOT PART OF A SPLIT RUN"
                                  delimited by size
                              into ws-refuse-text
                          end-string
                          perform report-refusal
                      when ws-part-total > 0
                              and ws-seg-part-count not = ws-part-total
                          move spaces to ws-refuse-text
                          string "PARTS DISAGREE ON HOW MANY THERE ARE"
                                  delimited by size
                              into ws-refuse-text
                          end-string
                          perform report-refusal
                      when ws-seg-part-no > ws-expect-part
                          move spaces to ws-refuse-text
                          string "PART " delimited by size
                              ws-part-edit delimited by size
                              " MISSING OR HAS NO TRAILER"
                                  delimited by size
                              into ws-refuse-text
                          end-string
                          perform report-refusal
                      when ws-seg-part-no < ws-expect-part
                          move ws-seg-part-no to ws-part-edit
                          move spaces to ws-refuse-text
                          string "PART " delimited by size
                              ws-part-edit delimited by size
                              " OUT OF ORDER OR GIVEN TWICE"
                                  delimited by size
                              into ws-refuse-text
                          end-string
                          perform report-refusal
                      when ws-seg-incomplete = "Y"
                          move spaces to ws-refuse-text
                          string "PART " delimited by size
                              ws-part-edit delimited by size
                              " SAYS RUN INCOMPLETE" delimited by size
                              into ws-refuse-text
                          end-string
                          perform report-refusal
                      when ws-seg-stamp = spaces
                          move spaces to ws-refuse-text
                          string "PART " delimited by size
                              ws-part-edit delimited by size
                              " HAS NO RUN STAMP" delimited by size
                              into ws-refuse-text
                          end-string
                          perform report-refusal
                      when ws-seg-details not = ws-seg-rated
                              or (ws-seg-ovfl = "N"
                                  and ws-seg-sum not = ws-seg-grand)
                              or ws-seg-xbad = "Y"
                          move spaces to ws-refuse-text
                          string "PART " delimited by size
                              ws-part-edit delimited by size
                              " DOES NOT FOOT TO ITS OWN TRAILER"
                                  delimited by size
                              into ws-refuse-text
                          end-string
                          perform report-refusal
                      when ws-parts-read > 0
                              and ws-seg-columns not = ws-columns-line
                          move spaces to ws-refuse-text
                          string "PART " delimited by size
                              ws-part-edit delimited by size
                              " NAMES OTHER RESULT COLUMNS"
                                  delimited by size
                              into ws-refuse-text
                          end-string
                          perform report-refusal
                      when ws-parts-read > 0
                              and (ws-seg-ctl-exp not = ws-ctl-exp-line
                                or ws-seg-ctl-act not = ws-ctl-act-line)
                          move spaces to ws-refuse-text
                          string "PART " delimited by size
                              ws-part-edit delimited by size
                              " BALANCED TO OTHER CONTROL TOTALS"
                                  delimited by size
                              into ws-refuse-text
                          end-string
                          perform report-refusal
                      when ws-seg-details > 0
                              and ws-prev-has-key = "Y"
                              and ws-seg-first-key
                                  not > ws-prev-last-key
                          move spaces to ws-refuse-text
                          string "PART " delimited by size
                              ws-part-edit delimited by size
                              " KEYS OVERLAP THE PART BEFORE IT"
                                  delimited by size
                              into ws-refuse-text
                          end-string
                          perform report-refusal
                      when other
                          perform accept-part
                  end-evaluate.

           accept-part.
      *        The merged file takes the earliest part's stamp, so
      *        merging the same parts twice gives the same stamp and
      *        a posting step still refuses the second.
                  move ws-seg-part-count to ws-part-total.
                  add 1 to ws-parts-read.
                  add 1 to ws-expect-part.
                  if ws-run-stamp = spaces
                          or ws-seg-stamp < ws-run-stamp
                      move ws-seg-stamp to ws-run-stamp
                  end-if.
                  add ws-seg-rated to ws-all-rated.
                  add ws-seg-errors to ws-all-errors.
                  add ws-seg-exceptions to ws-all-exceptions.
                  if ws-seg-ovfl = "Y"
                      move "Y" to ws-all-ovfl
                  end-if.
                  if ws-parts-read = 1
                      move ws-seg-columns to ws-columns-line
                      move ws-seg-col-count to ws-col-count
                      move ws-seg-ctl-exp to ws-ctl-exp-line
                      move ws-seg-ctl-act to ws-ctl-act-line
                      perform varying ws-col-idx from 1 by 1
                              until ws-col-idx > 3
                          move "N" to ws-all-xovfl(ws-col-idx)
                              ws-xgrand-ovfl(ws-col-idx)
                              ws-xgroup-ovfl(ws-col-idx)
                          move 0 to ws-xgrand(ws-col-idx)
                              ws-xgroup(ws-col-idx)
                      end-perform
                  end-if.
                  perform varying ws-col-idx from 1 by 1
                          until ws-col-idx >= ws-col-count
                      if ws-seg-xgrand-txt(ws-col-idx) = spaces
                          move "Y" to ws-all-xovfl(ws-col-idx)
                      end-if
                  end-perform.
                  if ws-seg-details > 0
                      move ws-seg-last-key to ws-prev-last-key
                      move "Y" to ws-prev-has-key
                  end-if.
                  move spaces to srpt-record.
                  move 1 to ws-report-ptr.
                  move ws-seg-part-no to ws-part-edit.
                  move ws-seg-rated to ws-count-edit.
                  move ws-seg-errors to ws-count-edit-2.
                  string "PART " delimited by size
                      ws-part-edit delimited by size
                      " RUN " delimited by size
                      ws-seg-stamp delimited by size
                      " RATED " delimited by size
                      ws-count-edit delimited by size
                      " IN ERR " delimited by size
                      ws-count-edit-2 delimited by size
                      into srpt-record with pointer ws-report-ptr
                  end-string.
                  if ws-seg-ovfl = "Y"
                      string " TOTAL OVERFLOWED" delimited by size
                          into srpt-record with pointer ws-report-ptr
                      end-string
                  else
                      move ws-seg-grand to ws-total-edit
                      string " TOTAL " delimited by size
                          ws-total-edit delimited by size
                          into srpt-record with pointer ws-report-ptr
                      end-string
                  end-if.
                  if ws-seg-details > 0
                      string " KEYS " delimited by size
                          ws-seg-first-key delimited by space
                          " - " delimited by size
                          ws-seg-last-key delimited by space
                          into srpt-record with pointer ws-report-ptr
                      end-string
                  end-if.
                  write srpt-record.
                  perform check-srpt-write.
                  perform reset-segment.

           check-last-part.
      *        Lines after the last trailer are a part cut off before
      *        rpn finished it; a short count is a part never sent.
                  move ws-expect-part to ws-part-edit.
                  evaluate true
                      when ws-seg-lines > 0
                          move spaces to ws-refuse-text
                          string "PART " delimited by size
                              ws-part-edit delimited by size
                              " HAS NO TRAILER" delimited by size
                              into ws-refuse-text
                          end-string
                          perform report-refusal
                      when ws-parts-read = 0
                          move "NO PARTS TO MERGE (RPNPART EMPTY)"
                              to ws-refuse-text
                          perform report-refusal
                      when ws-parts-read < ws-part-total
                          move spaces to ws-refuse-text
                          string "PART " delimited by size
                              ws-part-edit delimited by size
                              " MISSING" delimited by size
                              into ws-refuse-text
                          end-string
                          perform report-refusal
                      when other
                          continue
                  end-evaluate.

           write-merged-file.
      *        Second pass: the detail lines go straight across, the
      *        parts' own SUB lines and trailers are dropped, and
      *        the subtotals and trailer are laid down afresh the
      *        way rpn lays them down.
                  move "N" to ws-part-eof.
                  open input part-file.
                  perform merge-part-record
                      until ws-part-eof = "Y".
                  close part-file.
                  if ws-break-len > 0 and ws-group-active = "Y"
                      perform write-subtotal-line
                  end-if.
                  perform write-trailer.

           merge-part-record.
                  read part-file into ws-line
                      at end
                          move "Y" to ws-part-eof
                  end-read.
                  if ws-part-eof = "N"
                      perform classify-line
                      if ws-line-detail = "Y"
                          if ws-break-len > 0
                              perform check-control-break
                          end-if
                          move ws-line to res-record
                          write res-record
                          perform check-res-write
                          add 1 to ws-merged-count
                          add ws-line-amt to ws-grand-total
                              on size error
                                  move "Y" to ws-grand-ovfl
                          end-add
                          if ws-break-len > 0
                              add ws-line-amt to ws-group-amt
                                  on size error
                                      move "Y" to ws-group-ovfl
                              end-add
                              add 1 to ws-group-count
                          end-if
                          perform merge-column-amounts
                      end-if
                  end-if.

           merge-column-amounts.
                  perform varying ws-col-idx from 1 by 1
                          until ws-col-idx >= ws-col-count
                      compute ws-col-pos = 30 + 18 * ws-col-idx
                      move 0 to ws-col-amt
                      if ws-line(ws-col-pos:17) not = spaces
                          compute ws-col-amt =
                              function numval(ws-line(ws-col-pos:17))
                      end-if
                      add ws-col-amt to ws-xgrand(ws-col-idx)
                          on size error
                              move "Y" to ws-xgrand-ovfl(ws-col-idx)
                      end-add
                      if ws-break-len > 0
                          add ws-col-amt to ws-xgroup(ws-col-idx)
                              on size error
                                  move "Y"
                                      to ws-xgroup-ovfl(ws-col-idx)
                          end-add
                      end-if
                  end-perform.

           check-control-break.
      *        As rpn does it: a key whose prefix differs from the
      *        group's closes the group with its subtotal.
                  if ws-group-active = "N"
                      move ws-line(1:16) to ws-group-key
                      move "Y" to ws-group-active
                  else
                      if ws-line(1:ws-break-len)
                              not = ws-group-key(1:ws-break-len)
                          perform write-subtotal-line
                          move ws-line(1:16) to ws-group-key
                      end-if
                  end-if.

           write-subtotal-line.
                  move spaces to res-record.
                  string "SUB " delimited by size
                      ws-group-key(1:ws-break-len) delimited by size
                      into res-key
                  end-string.
                  if ws-group-ovfl = "Y"
                      move "SUBTOTAL OVERFLOWED" to srpt-record
                      write srpt-record
                      perform check-srpt-write
                  else
                      move ws-group-amt to res-amt
                  end-if.
                  move ws-group-count to res-count.
                  perform varying ws-col-idx from 1 by 1
                          until ws-col-idx >= ws-col-count
                      if ws-xgroup-ovfl(ws-col-idx) = "Y"
                          compute ws-col-pos = 30 + 18 * ws-col-idx
                          move spaces to srpt-record
                          string "SUBTOTAL OVERFLOWED - "
                                  delimited by size
                              ws-columns-line(ws-col-pos:17)
                                  delimited by space
                              into srpt-record
                          end-string
                          write srpt-record
                          perform check-srpt-write
                      else
                          move ws-xgroup(ws-col-idx)
                              to res-xamt(ws-col-idx)
                      end-if
                      move 0 to ws-xgroup(ws-col-idx)
                      move "N" to ws-xgroup-ovfl(ws-col-idx)
                  end-perform.
                  write res-record.
                  perform check-res-write.
                  move 0 to ws-group-count.
                  move 0 to ws-group-amt.
                  move "N" to ws-group-ovfl.

           write-trailer.
      *        rpn's trailer, with the part count in place of a
      *        PART line: the merged file is the whole run.
                  move spaces to res-run-record.
                  move "RUN" to res-run-key.
                  move ws-run-stamp to res-run-stamp.
                  write res-run-record.
                  perform check-res-write.
                  move spaces to res-record.
                  move "PARTS MERGED" to res-key.
                  move ws-parts-read to res-count.
                  write res-record.
                  perform check-res-write.
                  if ws-columns-line not = spaces
                      move ws-columns-line to res-record
                      write res-record
                      perform check-res-write
                  end-if.
                  if ws-ctl-exp-line not = spaces
                      move ws-ctl-exp-line to res-record
                      write res-record
                      perform check-res-write
                      move ws-ctl-act-line to res-record
                      write res-record
                      perform check-res-write
                  end-if.
                  move spaces to res-record.
                  move "RECORDS RATED" to res-key.
                  move ws-merged-count to res-count.
                  write res-record.
                  perform check-res-write.
                  move spaces to res-record.
                  move "RECORDS IN ERR" to res-key.
                  move ws-all-errors to res-count.
                  write res-record.
                  perform check-res-write.
                  move spaces to res-record.
                  move "EXCEPTIONS" to res-key.
                  move ws-all-exceptions to res-count.
                  write res-record.
                  perform check-res-write.
                  move spaces to res-record.
                  if ws-grand-ovfl = "Y" or ws-all-ovfl = "Y"
                      move "TOTAL OVERFLOWED" to res-key
                  else
                      move "GRAND TOTAL" to res-key
                      move ws-grand-total to res-amt
                  end-if.
                  perform varying ws-col-idx from 1 by 1
                          until ws-col-idx >= ws-col-count
                      if ws-xgrand-ovfl(ws-col-idx) = "Y"
                              or ws-all-xovfl(ws-col-idx) = "Y"
                          compute ws-col-pos = 30 + 18 * ws-col-idx
                          move spaces to srpt-record
                          string "TOTAL OVERFLOWED - " delimited by size
                              ws-columns-line(ws-col-pos:17)
                                  delimited by space
                              into srpt-record
                          end-string
                          write srpt-record
                          perform check-srpt-write
                      else
                          move ws-xgrand(ws-col-idx)
                              to res-xamt(ws-col-idx)
                      end-if
                  end-perform.
                  write res-record.
                  perform check-res-write.

           report-refusal.
                  move "Y" to ws-refused.
                  move spaces to srpt-record.
                  string "REFUSED: " delimited by size
                      ws-refuse-text delimited by size
                      into srpt-record
                  end-string.
                  write srpt-record.
                  perform check-srpt-write.

           write-verdict.
                  move spaces to srpt-record.
                  evaluate true
                      when ws-write-failed = "Y"
                          move "MERGED FILE WRITE FAILED - DO NOT USE"
                              to srpt-record
                      when ws-refused = "Y"
                          move "NOTHING MERGED - RPNRES IS EMPTY"
                              to srpt-record
                      when other
                          move ws-parts-read to ws-part-edit
                          move ws-merged-count to ws-count-edit
                          move 1 to ws-report-ptr
                          string "MERGED " delimited by size
                              ws-part-edit delimited by size
                              " PARTS - RECORDS RATED "
                                  delimited by size
                              ws-count-edit delimited by size
                              into srpt-record
                              with pointer ws-report-ptr
                          end-string
                          if ws-grand-ovfl = "N" and ws-all-ovfl = "N"
                              move ws-grand-total to ws-total-edit
                              string " GRAND TOTAL " delimited by size
                                  ws-total-edit delimited by size
                                  into srpt-record
                                  with pointer ws-report-ptr
                              end-string
                          end-if
                  end-evaluate.
                  write srpt-record.
                  perform check-srpt-write.

           check-res-write.
      *        A merged file with a silent hole in it is worse than
      *        no merged file at all.
                  if ws-res-status not = "00"
                      move "MERGED FILE WRITE ERROR" to srpt-record
                      write srpt-record
                      perform check-srpt-write
                      move "Y" to ws-write-failed
                  end-if.

           check-srpt-write.
      *        Mirrors rpnmove's check-mrpt-write.
                  if ws-srpt-status not = "00"
                      display "MERGE REPORT WRITE ERROR"
                  end-if.

           write-run-log.
      *        One record in the night's run log, written last so it
      *        carries the step's own return code.
                  accept ws-rlog-end from time.
                  open extend rlog-file.
                  move spaces to rlog-record.
                  move "RPNMRG" to rlog-program.
                  move "MERGE" to rlog-mode.
                  move 0 to rlog-rated rlog-errors rlog-exceptions
                      rlog-mismatches rlog-movements rlog-applied
                      rlog-rejected.
                  if ws-refused = "Y" or ws-write-failed = "Y"
                      move 1 to rlog-errors
                  else
                      move ws-merged-count to rlog-rated
                      move ws-all-errors to rlog-errors
                      move ws-all-exceptions to rlog-exceptions
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
