       identification division.
       program-id. rpnops.

      *    Companion to rpn: the morning operations report. Every
      *    batch step of the night - rpn and its companions - leaves
      *    one record in the run log RPNRLOG when it ends. This
      *    program lists the night's records in the order the steps
      *    finished, flags every step that ended nonzero or counted
      *    errors, exceptions, mismatches, movements or rejections,
      *    flags every expected step that never logged a run, and
      *    gives the cycle one verdict: OK, REVIEW or FAIL.
      *
      *    RPNOCTL, when present, shapes the question:
      *        SINCE yyyymmdd [hhmmss]   where the night starts;
      *                                  noon yesterday by default
      *        EXPECT program [mode]     a step the cycle must run,
      *                                  one per record; without
      *                                  any, rpn, rpnverif, rpnmove
      *                                  and rpnmaint are expected
      *    A step that ended 8 or worse, or never ran, fails the
      *    cycle; anything else flagged sends it for review.

       environment division.
           input-output section.
           file-control.
               select optional rlog-file assign to "RPNRLOG"
                   organization is line sequential
                   file status is ws-rlog-status.
               select optional octl-file assign to "RPNOCTL"
                   organization is line sequential
                   file status is ws-octl-status.
               select orpt-file assign to "RPNORPT"
                   organization is line sequential
                   file status is ws-orpt-status.

       data division.
           file section.
      *    The night's run log, as every batch step writes it
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
           fd  octl-file.
           01  octl-record pic x(80).
           fd  orpt-file.
           01  orpt-record pic x(132).

           working-storage section.
      *    File statuses
           01 ws-rlog-status pic x(2).
           01 ws-octl-status pic x(2).
           01 ws-orpt-status pic x(2).

      *    Where the night starts
           01 ws-today pic 9(8).
           01 ws-since-date pic 9(8) value 0.
           01 ws-since-time pic 9(6) value 120000.
           01 ws-since-stamp pic 9(14).
           01 ws-step-stamp pic 9(14).

      *    The control records
           01 ws-octl-eof pic x value "N".
           01 ws-octl-line pic x(80).
           01 ws-octl-word pic x(8).
           01 ws-octl-tok-1 pic x(16).
           01 ws-octl-tok-2 pic x(16).
           01 ws-octl-rest pic x(16).
           01 ws-octl-bad pic x value "N".
           01 ws-control-error pic x value "N".

      *    The steps the cycle must run, and whether each did
           01 ws-exp-max pic 9(2) value 30.
           01 ws-exp-count pic 9(2) value 0.
           01 ws-expected.
               05 ws-exp-entry occurs 30 times.
                   10 ws-exp-program pic x(8).
                   10 ws-exp-mode pic x(8).
                   10 ws-exp-seen pic x.
           01 ws-exp-idx pic 9(2).

      *    The log as it is read, and the night's tallies
           01 ws-rlog-eof pic x value "N".
           01 ws-step-count pic 9(5) value 0.
           01 ws-review-count pic 9(5) value 0.
           01 ws-fail-count pic 9(5) value 0.
           01 ws-missing-count pic 9(5) value 0.
           01 ws-step-flag pic x(6).

      *    Report work fields
           01 ws-count-edit pic zzzzzz9.
           01 ws-count-edit-2 pic zzzzzz9.
           01 ws-rc-edit pic zz9.
           01 ws-report-ptr pic 9(3).

       procedure division.
           perform open-files.
           perform load-control.
           if ws-control-error = "N"
               perform default-expected
               perform list-steps
               perform list-missing
           end-if.
           perform write-verdict.
           close orpt-file.
           evaluate true
               when ws-control-error = "Y"
               when ws-fail-count > 0
               when ws-missing-count > 0
                   move 8 to return-code
               when ws-review-count > 0
                   move 4 to return-code
               when other
                   continue
           end-evaluate.
           stop run.

           open-files.
                  accept ws-today from date yyyymmdd.
                  compute ws-since-date = function date-of-integer(
                      function integer-of-date(ws-today) - 1).
                  open output orpt-file.
                  move "RPN MORNING OPERATIONS REPORT" to orpt-record.
                  write orpt-record.
                  perform check-orpt-write.

           load-control.
      *        A control record the program cannot read is refused:
      *        a misspelt EXPECT would otherwise quietly stop
      *        checking the step it meant to name.
                  open input octl-file.
                  if ws-octl-status not = "00"
                      move "Y" to ws-octl-eof
                  end-if.
                  perform load-control-record
                      until ws-octl-eof = "Y".
                  close octl-file.

           load-control-record.
                  read octl-file into ws-octl-line
                      at end
                          move "Y" to ws-octl-eof
                  end-read.
                  if ws-octl-eof = "N" and ws-octl-line not = spaces
                          and ws-octl-line(1:1) not = "*"
                      perform parse-control-record
                      if ws-octl-bad = "Y"
                          move "Y" to ws-control-error
                          move spaces to orpt-record
                          string "BAD RPNOCTL RECORD: "
                                  delimited by size
                              ws-octl-line delimited by size
                              into orpt-record
                          end-string
                          write orpt-record
                          perform check-orpt-write
                      end-if
                  end-if.

           parse-control-record.
                  move "N" to ws-octl-bad.
                  move spaces to ws-octl-word ws-octl-tok-1
                      ws-octl-tok-2 ws-octl-rest.
                  move function upper-case(ws-octl-line)
                      to ws-octl-line.
                  move function trim(ws-octl-line leading)
                      to ws-octl-line.
                  unstring ws-octl-line delimited by all space
                      into ws-octl-word ws-octl-tok-1 ws-octl-tok-2
                           ws-octl-rest
                  end-unstring.
                  evaluate ws-octl-word
                      when "SINCE"
                          if ws-octl-tok-1(1:8) is not numeric
                                  or ws-octl-tok-1(9:) not = spaces
                                  or ws-octl-rest not = spaces
                              move "Y" to ws-octl-bad
                          else
                              move ws-octl-tok-1(1:8) to ws-since-date
                              move 0 to ws-since-time
                              if ws-octl-tok-2 not = spaces
                                  if ws-octl-tok-2(1:6) is numeric
                                          and ws-octl-tok-2(7:)
                                              = spaces
                                      move ws-octl-tok-2(1:6)
                                          to ws-since-time
                                  else
                                      move "Y" to ws-octl-bad
                                  end-if
                              end-if
                          end-if
                      when "EXPECT"
                          if ws-octl-tok-1 = spaces
                                  or ws-octl-tok-1(9:) not = spaces
                                  or ws-octl-tok-2(9:) not = spaces
                                  or ws-octl-rest not = spaces
                              move "Y" to ws-octl-bad
                          else
                              if ws-exp-count >= ws-exp-max
                                  move "Y" to ws-octl-bad
                              else
                                  add 1 to ws-exp-count
                                  move ws-octl-tok-1
                                      to ws-exp-program(ws-exp-count)
                                  move ws-octl-tok-2
                                      to ws-exp-mode(ws-exp-count)
                                  move "N" to ws-exp-seen(ws-exp-count)
                              end-if
                          end-if
                      when other
                          move "Y" to ws-octl-bad
                  end-evaluate.

           default-expected.
      *        The steps of the standard overnight cycle.
                  if ws-exp-count = 0
                      move "RPN" to ws-exp-program(1)
                      move "RPNVERIF" to ws-exp-program(2)
                      move "RPNMOVE" to ws-exp-program(3)
                      move "RPNMAINT" to ws-exp-program(4)
                      move 4 to ws-exp-count
                      perform varying ws-exp-idx from 1 by 1
                              until ws-exp-idx > ws-exp-count
                          move spaces to ws-exp-mode(ws-exp-idx)
                          move "N" to ws-exp-seen(ws-exp-idx)
                      end-perform
                  end-if.
                  compute ws-since-stamp = ws-since-date * 1000000
                      + ws-since-time.
                  move spaces to orpt-record.
                  string "CYCLE SINCE " delimited by size
                      ws-since-date delimited by size
                      " " delimited by size
                      ws-since-time delimited by size
                      into orpt-record
                  end-string.
                  write orpt-record.
                  perform check-orpt-write.

           list-steps.
                  move spaces to orpt-record.
                  string "PROGRAM  MODE     DATE     START  END    RC  "
                          delimited by size
                      "  RATED  ERRORS  EXCEPT MISMTCH"
                          delimited by size
                      "   MOVED APPLIED  REJECT FLAG" delimited by size
                      into orpt-record
                  end-string.
                  write orpt-record.
                  perform check-orpt-write.
                  open input rlog-file.
                  if ws-rlog-status not = "00"
                      move "Y" to ws-rlog-eof
                      move "NO RUN LOG (RPNRLOG MISSING)"
                          to orpt-record
                      write orpt-record
                      perform check-orpt-write
                  end-if.
                  perform list-step
                      until ws-rlog-eof = "Y".
                  close rlog-file.

           list-step.
      *        A record from before the night began belongs to an
      *        earlier cycle and is passed over.
                  read rlog-file
                      at end
                          move "Y" to ws-rlog-eof
                  end-read.
                  if ws-rlog-eof = "N"
                      move 0 to ws-step-stamp
                      if rlog-date is numeric and rlog-start is numeric
                          compute ws-step-stamp = rlog-date * 1000000
                              + rlog-start
                      end-if
                      if ws-step-stamp >= ws-since-stamp
                          perform report-step
                      end-if
                  end-if.

           report-step.
                  add 1 to ws-step-count.
                  move spaces to ws-step-flag.
                  if rlog-rc is not numeric
                      move "FAIL" to ws-step-flag
                  else
                      if rlog-rc >= 8
                          move "FAIL" to ws-step-flag
                      else
                          if rlog-rc > 0 or rlog-errors > 0
                                  or rlog-exceptions > 0
                                  or rlog-mismatches > 0
                                  or rlog-movements > 0
                                  or rlog-rejected > 0
                              move "REVIEW" to ws-step-flag
                          end-if
                      end-if
                  end-if.
                  if ws-step-flag = "FAIL"
                      add 1 to ws-fail-count
                  end-if.
                  if ws-step-flag = "REVIEW"
                      add 1 to ws-review-count
                  end-if.
                  perform varying ws-exp-idx from 1 by 1
                          until ws-exp-idx > ws-exp-count
                      if ws-exp-program(ws-exp-idx) = rlog-program
                              and (ws-exp-mode(ws-exp-idx) = spaces
                                  or ws-exp-mode(ws-exp-idx)
                                      = rlog-mode)
                          move "Y" to ws-exp-seen(ws-exp-idx)
                      end-if
                  end-perform.
                  move spaces to orpt-record.
                  string rlog-record delimited by size
                      " " delimited by size
                      ws-step-flag delimited by size
                      into orpt-record
                  end-string.
                  write orpt-record.
                  perform check-orpt-write.

           list-missing.
                  perform varying ws-exp-idx from 1 by 1
                          until ws-exp-idx > ws-exp-count
                      if ws-exp-seen(ws-exp-idx) = "N"
                          add 1 to ws-missing-count
                          move spaces to orpt-record
                          move 1 to ws-report-ptr
                          string "MISSING  " delimited by size
                              ws-exp-program(ws-exp-idx)
                                  delimited by size
                              " " delimited by size
                              ws-exp-mode(ws-exp-idx)
                                  delimited by space
                              " - NO RUN LOGGED" delimited by size
                              into orpt-record
                              with pointer ws-report-ptr
                          end-string
                          write orpt-record
                          perform check-orpt-write
                      end-if
                  end-perform.

           write-verdict.
                  move spaces to orpt-record.
                  move 1 to ws-report-ptr.
                  move ws-step-count to ws-count-edit.
                  string "STEPS LOGGED " delimited by size
                      ws-count-edit delimited by size
                      into orpt-record with pointer ws-report-ptr
                  end-string.
                  move ws-fail-count to ws-count-edit.
                  move ws-review-count to ws-count-edit-2.
                  string " FAILED " delimited by size
                      ws-count-edit delimited by size
                      " FOR REVIEW " delimited by size
                      ws-count-edit-2 delimited by size
                      into orpt-record with pointer ws-report-ptr
                  end-string.
                  move ws-missing-count to ws-count-edit.
                  string " MISSING " delimited by size
                      ws-count-edit delimited by size
                      into orpt-record with pointer ws-report-ptr
                  end-string.
                  write orpt-record.
                  perform check-orpt-write.
                  evaluate true
                      when ws-control-error = "Y"
                          move "CYCLE VERDICT: FAIL - BAD RPNOCTL"
                              to orpt-record
                      when ws-fail-count > 0 or ws-missing-count > 0
                          move "CYCLE VERDICT: FAIL" to orpt-record
                      when ws-review-count > 0
                          move "CYCLE VERDICT: REVIEW" to orpt-record
                      when other
                          move "CYCLE VERDICT: OK" to orpt-record
                  end-evaluate.
                  write orpt-record.
                  perform check-orpt-write.

           check-orpt-write.
      *        Mirrors rpnmove's check-mrpt-write.
                  if ws-orpt-status not = "00"
                      display "OPERATIONS REPORT WRITE ERROR"
                  end-if.
