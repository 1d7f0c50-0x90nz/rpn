               select mrpt-file assign to "RPNMRPT"
                   organization is line sequential
                   file status is ws-mrpt-status.
               select optional rlog-file assign to "RPNRLOG"
                   organization is line sequential
                   file status is ws-rlog-status.

       data division.
           file section.
      *    RPNRES lines run past the currency code when the run named
      *    more than one result column; movements are measured on
      *    the first, the classic amount.
           fd  res-file.
           01  res-record pic x(100).
           fd  prior-file.
           01  prior-record pic x(100).
           fd  mctl-file.
           01  mctl-record.
               05 mctl-abs pic 9(11)v99.
           fd  mrpt-file.
           01  mrpt-record pic x(132).

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
           01 ws-prior-status pic x(2).
           01 ws-mctl-status pic x(2).
           01 ws-mrpt-status pic x(2).
           01 ws-rlog-status pic x(2).

      *    The tolerance in force: a movement is reportable when it
      *    exceeds the absolute threshold or the percentage
      *    currency code 44-46. A detail line carries an amount and
      *    no count; subtotal and trailer lines carry a count or a
      *    known label and are passed over.
           01 ws-line pic x(100).
           01 ws-line-key pic x(16).
           01 ws-line-amt pic s9(13)v99.
           01 ws-line-detail pic x value "N".
           01 ws-count-edit pic zzzz9.
           01 ws-report-ptr pic 9(3).

      *    When this step started, for its run log record
           01 ws-rlog-date pic 9(8).
           01 ws-rlog-start pic 9(8).
           01 ws-rlog-end pic 9(8).

       procedure division.
           perform open-files.
           perform load-control.
           if ws-exceed-count > 0
               move 8 to return-code
           end-if.
           perform write-run-log.
           stop run.

           open-files.
                  accept ws-rlog-date from date yyyymmdd.
                  accept ws-rlog-start from time.
                  open output mrpt-file.
                  move "RPN DAY-OVER-DAY MOVEMENT REPORT"
                      to mrpt-record.
                  if ws-mrpt-status not = "00"
                      display "MOVEMENT REPORT WRITE ERROR"
                  end-if.

           write-run-log.
      *        One record in the night's run log, written last so it
      *        carries the step's own return code.
                  accept ws-rlog-end from time.
                  open extend rlog-file.
                  move spaces to rlog-record.
                  move "RPNMOVE" to rlog-program.
                  move "COMPARE" to rlog-mode.
                  move 0 to rlog-rated rlog-errors rlog-exceptions
                      rlog-mismatches rlog-applied rlog-rejected.
                  move ws-exceed-count to rlog-movements.
                  move ws-rlog-date to rlog-date.
                  compute rlog-start = ws-rlog-start / 100.
                  compute rlog-end = ws-rlog-end / 100.
                  move return-code to rlog-rc.
                  write rlog-record.
                  if ws-rlog-status not = "00"
                      display "RUN LOG WRITE ERROR"
                  end-if.
                  close rlog-file.
