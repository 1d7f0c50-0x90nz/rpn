               select optional maud-file assign to "RPNMAUD"
                   organization is line sequential
                   file status is ws-maud-status.
               select optional rlog-file assign to "RPNRLOG"
                   organization is line sequential
                   file status is ws-rlog-status.

       data division.
           file section.
           fd  maud-file.
           01  maud-record pic x(256).

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
           01 ws-tran-status pic x(2).
           01 ws-tab-status pic x(2).
           01 ws-trpt-status pic x(2).
           01 ws-maud-status pic x(2).
           01 ws-rlog-status pic x(2).

      *    A file bigger than its table cannot be held in full, so
      *    it cannot safely be rewritten; either load overflowing
           01 ws-eff-to pic 9(8).
           01 ws-dates-ok pic x.

      *    When this step started, for its run log record
           01 ws-rlog-date pic 9(8).
           01 ws-rlog-start pic 9(8).
           01 ws-rlog-end pic 9(8).

       procedure division.
           perform open-report.
           perform load-mac-file.
           if ws-reject-count > 0
               move 8 to return-code
           end-if.
           perform write-run-log.
           stop run.

           open-report.
                  accept ws-rlog-date from date yyyymmdd.
                  accept ws-rlog-start from time.
                  open output trpt-file.
                  move "RPN LIBRARY MAINTENANCE REPORT"
                      to trpt-record.
                          end-if
                      end-if
                  end-if.

           write-run-log.
      *        One record in the night's run log, written last so it
      *        carries the step's own return code.
                  accept ws-rlog-end from time.
                  open extend rlog-file.
                  move spaces to rlog-record.
                  move "RPNMAINT" to rlog-program.
                  move "MAINT" to rlog-mode.
                  move 0 to rlog-rated rlog-errors rlog-exceptions
                      rlog-mismatches rlog-movements.
                  move ws-applied-count to rlog-applied.
                  move ws-reject-count to rlog-rejected.
                  move ws-rlog-date to rlog-date.
                  compute rlog-start = ws-rlog-start / 100.
                  compute rlog-end = ws-rlog-end / 100.
                  move return-code to rlog-rc.
                  write rlog-record.
                  if ws-rlog-status not = "00"
                      display "RUN LOG WRITE ERROR"
                  end-if.
                  close rlog-file.
