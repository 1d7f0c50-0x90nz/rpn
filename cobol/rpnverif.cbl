               select optional vctl-file assign to "RPNVCTL"
                   organization is line sequential
                   file status is ws-vctl-status.
               select optional rlog-file assign to "RPNRLOG"
                   organization is line sequential
                   file status is ws-rlog-status.

       data division.
           file section.
           01  vctl-record.
               05 vctl-session pic 9(5).

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
           01 ws-audit-status pic x(2).
           01 ws-ckpt-status pic x(2).
           01 ws-vrpt-status pic x(2).
           01 ws-vctl-status pic x(2).
           01 ws-rlog-status pic x(2).

      *    Which of the day's appended sessions to reconcile: the
      *    RPNVCTL choice, or the latest when there is none. A
           01 ws-line-edit pic zzzz9.
           01 ws-report-ptr pic 9(3).

      *    When this step started, for its run log record
           01 ws-rlog-date pic 9(8).
           01 ws-rlog-start pic 9(8).
           01 ws-rlog-end pic 9(8).

       procedure division.
           perform open-files.
           perform replay-journal.
           if ws-disc-count > 0
               move 8 to return-code
           end-if.
           perform write-run-log.
           stop run.

           open-files.
                  accept ws-rlog-date from date yyyymmdd.
                  accept ws-rlog-start from time.
                  open output vrpt-file.
                  move "RPN JOURNAL/CHECKPOINT RECONCILIATION"
                      to vrpt-record.
                                          = ws-target-session
                                  add 1 to ws-sess-op-count
                                  if ws-audit-op = "ERR "
                                          or ws-audit-op = "DENY"
                                      add 1 to ws-sess-err-count
                                  end-if
                                  perform apply-audit-op
                      when "STO "
                      when "DUMP"
                      when "MAC "
      *                An asof moved the rate basis, not the stack,
      *                and a refused token never reached it at all.
                      when "ASOF"
                      when "DENY"
                          continue
                      when other
                          perform report-unknown-op
                  if ws-vrpt-status not = "00"
                      display "VERIF REPORT WRITE ERROR"
                  end-if.

           write-run-log.
      *        One record in the night's run log, written last so it
      *        carries the step's own return code.
                  accept ws-rlog-end from time.
                  open extend rlog-file.
                  move spaces to rlog-record.
                  move "RPNVERIF" to rlog-program.
                  move "RECON" to rlog-mode.
                  move 0 to rlog-rated rlog-errors rlog-exceptions
                      rlog-movements rlog-applied rlog-rejected.
                  move ws-disc-count to rlog-mismatches.
                  move ws-rlog-date to rlog-date.
                  compute rlog-start = ws-rlog-start / 100.
                  compute rlog-end = ws-rlog-end / 100.
                  move return-code to rlog-rc.
                  write rlog-record.
                  if ws-rlog-status not = "00"
                      display "RUN LOG WRITE ERROR"
                  end-if.
                  close rlog-file.
