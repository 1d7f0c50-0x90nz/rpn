       identification division.
       program-id. rpngl.

      *    Companion to rpn: turn a finished RPNRES rating file into
      *    a general ledger journal voucher, so finance stops
      *    rekeying the morning's figures. Every detail key is
      *    mapped through the account table RPNGLAC to one or more
      *    GL account, cost centre and debit/credit lines, the
      *    lines are summed by account, cost centre, side and
      *    currency, and RPNJV is written as a batch header, the
      *    voucher lines and a balancing trailer. No voucher is
      *    produced - RPNJV is left empty - when the run was
      *    incomplete, when any key has no mapping, or when debits
      *    and credits fail to balance in any currency.
      *
      *    Each RPNGLAC record is "pattern account centre side":
      *    the pattern is a whole item key, or a key prefix ending
      *    in *. There is no catch-all pattern: an unmapped key
      *    must stop the voucher, not slip into a suspense account.
      *    Records starting with * are comments. A whole-key pattern
      *    beats any prefix, and a longer prefix beats a shorter
      *    one. Every record with the winning pattern posts, so a
      *    key usually has a debit record and a credit record. A
      *    negative amount posts to the other side.

       environment division.
           input-output section.
           file-control.
               select optional res-file assign to "RPNRES"
                   organization is line sequential
                   file status is ws-res-status.
               select optional glac-file assign to "RPNGLAC"
                   organization is line sequential
                   file status is ws-glac-status.
               select jv-file assign to "RPNJV"
                   organization is line sequential
                   file status is ws-jv-status.
               select grpt-file assign to "RPNGRPT"
                   organization is line sequential
                   file status is ws-grpt-status.
               select optional rlog-file assign to "RPNRLOG"
                   organization is line sequential
                   file status is ws-rlog-status.

       data division.
           file section.
      *    RPNRES lines run past the currency code when the run named
      *    more than one result column; the first, the classic
      *    amount, is the one that is journaled.
           fd  res-file.
           01  res-record pic x(100).
           fd  glac-file.
           01  glac-record pic x(80).
      *    The journal voucher: one H record, one D record per
      *    account, cost centre, side and currency, one T record.
      *    Amounts are unsigned; the side says which way they go.
      *    The batch is the run stamp, yyyymmddhhmmss.
           fd  jv-file.
           01  jv-header.
               05 jv-type        pic x(1).
               05 filler         pic x(1) value space.
               05 jv-batch       pic x(14).
               05 filler         pic x(1) value space.
               05 jv-date        pic 9(8).
               05 filler         pic x(1) value space.
               05 jv-source      pic x(8).
           01  jv-detail.
               05 jv-d-type      pic x(1).
               05 filler         pic x(1) value space.
               05 jv-d-batch     pic x(14).
               05 filler         pic x(1) value space.
               05 jv-line-no     pic 9(5).
               05 filler         pic x(1) value space.
               05 jv-account     pic x(10).
               05 filler         pic x(1) value space.
               05 jv-centre      pic x(6).
               05 filler         pic x(1) value space.
               05 jv-side        pic x(1).
               05 filler         pic x(1) value space.
               05 jv-curr        pic x(3).
               05 filler         pic x(1) value space.
               05 jv-amount      pic 9(13)v99.
               05 filler         pic x(1) value space.
               05 jv-items       pic 9(7).
           01  jv-trailer.
               05 jv-t-type      pic x(1).
               05 filler         pic x(1) value space.
               05 jv-t-batch     pic x(14).
               05 filler         pic x(1) value space.
               05 jv-t-lines     pic 9(5).
               05 filler         pic x(1) value space.
               05 jv-t-debits    pic 9(15)v99.
               05 filler         pic x(1) value space.
               05 jv-t-credits   pic 9(15)v99.
               05 filler         pic x(1) value space.
               05 jv-t-items     pic 9(7).
           fd  grpt-file.
           01  grpt-record pic x(132).

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
           01 ws-glac-status pic x(2).
           01 ws-jv-status pic x(2).
           01 ws-grpt-status pic x(2).
           01 ws-rlog-status pic x(2).

      *    The run verdict: any refusal leaves RPNJV empty.
           01 ws-refused pic x value "N".
           01 ws-refuse-text pic x(80).
           01 ws-write-failed pic x value "N".

      *    The account table, as RPNGLAC gives it
           01 ws-glac-eof pic x value "N".
           01 ws-glac-line pic x(80).
           01 ws-glac-rest pic x(16).
           01 ws-ac-max pic 9(4) value 2000.
           01 ws-ac-count pic 9(4) value 0.
           01 ws-ac-table.
               05 ws-ac-entry occurs 2000 times.
                   10 ws-ac-pattern pic x(16).
                   10 ws-ac-prefix pic x.
                   10 ws-ac-len pic 9(2).
                   10 ws-ac-account pic x(10).
                   10 ws-ac-centre pic x(6).
                   10 ws-ac-side pic x.
           01 ws-ac-idx pic 9(4).
           01 ws-ac-star pic 9(2).
           01 ws-ac-star-pos pic 9(2).
      *    one byte wider than a key, so a pattern too long to keep
      *    shows up instead of being cut short
           01 ws-new-pattern pic x(17).
           01 ws-new-account pic x(16).
           01 ws-new-centre pic x(16).
           01 ws-new-side pic x(16).

      *    The run being vouchered, read whole and proved first
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
           01 ws-detail-count pic 9(7) value 0.
           01 ws-run-sum pic s9(15)v99 value 0.

      *    Mapping one key
           01 ws-map-key pic x(16).
           01 ws-best-pattern pic x(16).
           01 ws-best-len pic s9(2).
           01 ws-best-exact pic x.
           01 ws-unmapped-count pic 9(7) value 0.
           01 ws-post-side pic x.
           01 ws-post-amt pic 9(13)v99.

      *    The voucher lines, kept in currency, account, centre
      *    and side order as they are built
           01 ws-jv-max pic 9(5) value 5000.
           01 ws-jv-count pic 9(5) value 0.
           01 ws-jv-table.
               05 ws-jv-entry occurs 5000 times.
                   10 ws-jv-id.
                       15 ws-jv-curr pic x(3).
                       15 ws-jv-account pic x(10).
                       15 ws-jv-centre pic x(6).
                       15 ws-jv-side pic x.
                   10 ws-jv-amt pic 9(13)v99.
                   10 ws-jv-items pic 9(7).
           01 ws-jv-idx pic 9(5).
           01 ws-jv-ins pic 9(5).
           01 ws-shift-idx pic 9(5).
           01 ws-find-id.
               05 ws-find-curr pic x(3).
               05 ws-find-account pic x(10).
               05 ws-find-centre pic x(6).
               05 ws-find-side pic x.

      *    Balance by currency
           01 ws-cur-max pic 9(2) value 50.
           01 ws-cur-count pic 9(2) value 0.
           01 ws-cur-table.
               05 ws-cur-entry occurs 50 times.
                   10 ws-cur-code pic x(3).
                   10 ws-cur-debits pic 9(15)v99.
                   10 ws-cur-credits pic 9(15)v99.
           01 ws-cur-idx pic 9(2).
           01 ws-total-debits pic 9(15)v99 value 0.
           01 ws-total-credits pic 9(15)v99 value 0.
           01 ws-total-items pic 9(7) value 0.

      *    Report work fields
           01 ws-num-edit pic -9(13).99.
           01 ws-total-edit pic z(14)9.99.
           01 ws-total-edit-2 pic z(14)9.99.
           01 ws-count-edit pic zzzzzz9.
           01 ws-count-edit-2 pic zzzzzz9.
           01 ws-report-ptr pic 9(3).

      *    When this step started, for its run log record
           01 ws-rlog-date pic 9(8).
           01 ws-rlog-start pic 9(8).
           01 ws-rlog-end pic 9(8).

       procedure division.
           perform open-files.
           perform load-accounts.
           if ws-refused = "N"
               perform scan-results
           end-if.
           if ws-refused = "N"
               perform check-balance
           end-if.
           if ws-refused = "N"
               perform write-voucher
           end-if.
           close jv-file.
           perform write-verdict.
           close grpt-file.
           if ws-refused = "Y" or ws-write-failed = "Y"
               move 8 to return-code
           end-if.
           perform write-run-log.
           stop run.

           open-files.
      *        RPNJV is opened, and so emptied, before anything else:
      *        yesterday's voucher must never be left lying where
      *        today's refused one should have been.
                  accept ws-rlog-date from date yyyymmdd.
                  accept ws-rlog-start from time.
                  open output grpt-file.
                  move "RPN GENERAL LEDGER JOURNAL VOUCHER REPORT"
                      to grpt-record.
                  write grpt-record.
                  perform check-grpt-write.
                  open output jv-file.
                  if ws-jv-status not = "00"
                      move "CANNOT OPEN VOUCHER FILE RPNJV"
                          to ws-refuse-text
                      perform report-refusal
                  end-if.

           load-accounts.
                  open input glac-file.
                  if ws-glac-status not = "00"
                      move "NO ACCOUNT TABLE (RPNGLAC MISSING)"
                          to ws-refuse-text
                      perform report-refusal
                      move "Y" to ws-glac-eof
                  end-if.
                  perform load-account-record
                      until ws-glac-eof = "Y".
                  close glac-file.
                  if ws-ac-count = 0 and ws-refused = "N"
                      move "ACCOUNT TABLE RPNGLAC IS EMPTY"
                          to ws-refuse-text
                      perform report-refusal
                  end-if.

           load-account-record.
                  read glac-file into ws-glac-line
                      at end
                          move "Y" to ws-glac-eof
                  end-read.
                  if ws-glac-eof = "N" and ws-glac-line not = spaces
                          and ws-glac-line(1:1) not = "*"
                      perform store-account
                  end-if.

           store-account.
      *        A record the program cannot read exactly is refused,
      *        naming the record: guessing at a ledger account is
      *        how breaks start.
                  move spaces to ws-new-pattern ws-new-account
                      ws-new-centre ws-new-side ws-glac-rest.
                  move function trim(ws-glac-line leading)
                      to ws-glac-line.
                  unstring ws-glac-line delimited by all space
                      into ws-new-pattern ws-new-account
                           ws-new-centre ws-new-side ws-glac-rest
                  end-unstring.
                  move function upper-case(ws-new-side)
                      to ws-new-side.
                  move 0 to ws-ac-star.
                  inspect ws-new-pattern tallying ws-ac-star
                      for all "*".
                  move 0 to ws-ac-star-pos.
                  inspect ws-new-pattern tallying ws-ac-star-pos
                      for characters before initial "*".
                  if ws-new-centre = spaces
                          or ws-new-pattern(17:) not = spaces
                          or ws-new-account(11:) not = spaces
                          or ws-new-centre(7:) not = spaces
                          or (ws-new-side not = "D"
                              and ws-new-side not = "C")
                          or ws-glac-rest not = spaces
                          or ws-ac-star > 1
                          or ws-new-pattern(1:1) = "*"
                          or (ws-ac-star = 1 and ws-ac-star-pos < 15
                              and ws-new-pattern(ws-ac-star-pos + 2:)
                                  not = spaces)
                      move spaces to ws-refuse-text
                      string "BAD RPNGLAC RECORD: " delimited by size
                          ws-glac-line delimited by size
                          into ws-refuse-text
                      end-string
                      perform report-refusal
                  else
                      if ws-ac-count >= ws-ac-max
                          move "ACCOUNT TABLE RPNGLAC TOO LARGE"
                              to ws-refuse-text
                          perform report-refusal
                          move "Y" to ws-glac-eof
                      else
                          add 1 to ws-ac-count
                          move ws-new-pattern
                              to ws-ac-pattern(ws-ac-count)
                          move ws-new-account
                              to ws-ac-account(ws-ac-count)
                          move ws-new-centre
                              to ws-ac-centre(ws-ac-count)
                          move ws-new-side to ws-ac-side(ws-ac-count)
                          if ws-ac-star = 1
                              move "Y" to ws-ac-prefix(ws-ac-count)
                              move ws-ac-star-pos
                                  to ws-ac-len(ws-ac-count)
                          else
                              move "N" to ws-ac-prefix(ws-ac-count)
                              move 16 to ws-ac-len(ws-ac-count)
                          end-if
                      end-if
                  end-if.

           scan-results.
      *        Every unmapped key is listed before the run is
      *        refused, so the table can be put right in one go.
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
                  if ws-unmapped-count > 0
                      move ws-unmapped-count to ws-count-edit
                      move spaces to ws-refuse-text
                      string ws-count-edit delimited by size
                          " DETAIL LINES HAVE NO ACCOUNT MAPPING"
                              delimited by size
                          into ws-refuse-text
                      end-string
                      perform report-refusal
                  end-if.
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
                          add 1 to ws-detail-count
                          add ws-line-amt to ws-run-sum
                          perform map-detail-line
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
      *        The same proof rpnpost asks for before it posts: a
      *        whole, stamped run whose details foot to its trailer.
                  evaluate true
                      when ws-trailer-seen = "N"
                          move "RPNRES HAS NO TRAILER - NO VOUCHER"
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
                      when ws-rated-count not = ws-detail-count
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

           map-detail-line.
      *        Find the winning pattern first, then post every
      *        account record that carries it.
                  move ws-line(1:16) to ws-map-key.
                  move spaces to ws-best-pattern.
                  move -1 to ws-best-len.
                  move "N" to ws-best-exact.
                  perform match-account-pattern
                      varying ws-ac-idx from 1 by 1
                      until ws-ac-idx > ws-ac-count
                      or ws-best-exact = "Y".
                  if ws-best-len < 0
                      add 1 to ws-unmapped-count
                      move spaces to grpt-record
                      string "NO ACCOUNT MAPPING FOR KEY "
                              delimited by size
                          ws-map-key delimited by size
                          into grpt-record
                      end-string
                      write grpt-record
                      perform check-grpt-write
                  else
                      if ws-unmapped-count = 0
                          perform post-account-record
                              varying ws-ac-idx from 1 by 1
                              until ws-ac-idx > ws-ac-count
                              or ws-refused = "Y"
                      end-if
                  end-if.

           match-account-pattern.
                  if ws-ac-prefix(ws-ac-idx) = "N"
                      if ws-ac-pattern(ws-ac-idx) = ws-map-key
                          move "Y" to ws-best-exact
                          move ws-ac-pattern(ws-ac-idx)
                              to ws-best-pattern
                          move 16 to ws-best-len
                      end-if
                  else
                      if ws-ac-len(ws-ac-idx) > ws-best-len
                          if ws-map-key(1:ws-ac-len(ws-ac-idx)) =
                              ws-ac-pattern(ws-ac-idx)
                                  (1:ws-ac-len(ws-ac-idx))
                              move ws-ac-pattern(ws-ac-idx)
                                  to ws-best-pattern
                              move ws-ac-len(ws-ac-idx) to ws-best-len
                          end-if
                      end-if
                  end-if.

           post-account-record.
                  if ws-ac-pattern(ws-ac-idx) = ws-best-pattern
                      move ws-ac-side(ws-ac-idx) to ws-post-side
                      if ws-line-amt < 0
                          if ws-post-side = "D"
                              move "C" to ws-post-side
                          else
                              move "D" to ws-post-side
                          end-if
                          compute ws-post-amt = 0 - ws-line-amt
                      else
                          move ws-line-amt to ws-post-amt
                      end-if
                      move ws-line(44:3) to ws-find-curr
                      move ws-ac-account(ws-ac-idx) to ws-find-account
                      move ws-ac-centre(ws-ac-idx) to ws-find-centre
                      move ws-post-side to ws-find-side
                      perform find-voucher-line
                      if ws-refused = "N"
                          add ws-post-amt to ws-jv-amt(ws-jv-idx)
                              on size error
                                  move spaces to ws-refuse-text
                                  string "VOUCHER LINE OVERFLOWED FOR "
                                          delimited by size
                                      ws-find-account delimited by size
                                      into ws-refuse-text
                                  end-string
                                  perform report-refusal
                          end-add
                          add 1 to ws-jv-items(ws-jv-idx)
                      end-if
                  end-if.

           find-voucher-line.
      *        As rpnpost keeps its master: in order, with a new
      *        line slotted in where the search stops.
                  perform varying ws-jv-idx from 1 by 1
                          until ws-jv-idx > ws-jv-count
                          or ws-jv-id(ws-jv-idx) not < ws-find-id
                      continue
                  end-perform.
                  if ws-jv-idx > ws-jv-count
                          or ws-jv-id(ws-jv-idx) not = ws-find-id
                      if ws-jv-count >= ws-jv-max
                          move "TOO MANY VOUCHER LINES"
                              to ws-refuse-text
                          perform report-refusal
                      else
                          move ws-jv-idx to ws-jv-ins
                          perform varying ws-shift-idx
                                  from ws-jv-count by -1
                                  until ws-shift-idx < ws-jv-ins
                              move ws-jv-entry(ws-shift-idx)
                                  to ws-jv-entry(ws-shift-idx + 1)
                          end-perform
                          add 1 to ws-jv-count
                          move ws-find-id to ws-jv-id(ws-jv-ins)
                          move 0 to ws-jv-amt(ws-jv-ins)
                              ws-jv-items(ws-jv-ins)
                      end-if
                  end-if.

           check-balance.
      *        Debits must equal credits in every currency on its
      *        own; one currency's surplus never covers another's.
                  perform add-currency-line
                      varying ws-jv-idx from 1 by 1
                      until ws-jv-idx > ws-jv-count
                      or ws-refused = "Y".
                  move spaces to grpt-record.
                  string "CUR             DEBITS"
                          delimited by size
                      "            CREDITS" delimited by size
                      into grpt-record
                  end-string.
                  write grpt-record.
                  perform check-grpt-write.
                  perform report-currency
                      varying ws-cur-idx from 1 by 1
                      until ws-cur-idx > ws-cur-count.

           add-currency-line.
                  perform varying ws-cur-idx from 1 by 1
                          until ws-cur-idx > ws-cur-count
                          or ws-cur-code(ws-cur-idx)
                              = ws-jv-curr(ws-jv-idx)
                      continue
                  end-perform.
                  if ws-cur-idx > ws-cur-count
                      if ws-cur-count >= ws-cur-max
                          move "TOO MANY CURRENCIES IN ONE VOUCHER"
                              to ws-refuse-text
                          perform report-refusal
                      else
                          add 1 to ws-cur-count
                          move ws-jv-curr(ws-jv-idx)
                              to ws-cur-code(ws-cur-count)
                          move 0 to ws-cur-debits(ws-cur-count)
                              ws-cur-credits(ws-cur-count)
                      end-if
                  end-if.
                  if ws-refused = "N"
                      if ws-jv-side(ws-jv-idx) = "D"
                          add ws-jv-amt(ws-jv-idx)
                              to ws-cur-debits(ws-cur-idx)
                              ws-total-debits
                      else
                          add ws-jv-amt(ws-jv-idx)
                              to ws-cur-credits(ws-cur-idx)
                              ws-total-credits
                      end-if
                      add ws-jv-items(ws-jv-idx) to ws-total-items
                  end-if.

           report-currency.
                  move spaces to grpt-record.
                  move 1 to ws-report-ptr.
                  move ws-cur-debits(ws-cur-idx) to ws-total-edit.
                  move ws-cur-credits(ws-cur-idx) to ws-total-edit-2.
                  string ws-cur-code(ws-cur-idx) delimited by size
                      " " delimited by size
                      ws-total-edit delimited by size
                      " " delimited by size
                      ws-total-edit-2 delimited by size
                      into grpt-record with pointer ws-report-ptr
                  end-string.
                  if ws-cur-debits(ws-cur-idx)
                          not = ws-cur-credits(ws-cur-idx)
                      string " OUT OF BALANCE" delimited by size
                          into grpt-record with pointer ws-report-ptr
                      end-string
                  end-if.
                  write grpt-record.
                  perform check-grpt-write.
                  if ws-cur-debits(ws-cur-idx)
                          not = ws-cur-credits(ws-cur-idx)
                      move spaces to ws-refuse-text
                      string "DEBITS AND CREDITS DO NOT BALANCE IN "
                              delimited by size
                          ws-cur-code(ws-cur-idx) delimited by size
                          into ws-refuse-text
                      end-string
                      perform report-refusal
                  end-if.

           write-voucher.
      *        The batch is named by the run stamp, so the ledger can
      *        turn away a voucher it has already taken.
                  move spaces to jv-header.
                  move "H" to jv-type.
                  move ws-run-stamp to jv-batch.
                  move ws-run-stamp(1:8) to jv-date.
                  move "RPN" to jv-source.
                  write jv-header.
                  perform check-jv-write.
                  perform write-voucher-line
                      varying ws-jv-idx from 1 by 1
                      until ws-jv-idx > ws-jv-count.
                  move spaces to jv-trailer.
                  move "T" to jv-t-type.
                  move ws-run-stamp to jv-t-batch.
                  move ws-jv-count to jv-t-lines.
                  move ws-total-debits to jv-t-debits.
                  move ws-total-credits to jv-t-credits.
                  move ws-total-items to jv-t-items.
                  write jv-trailer.
                  perform check-jv-write.

           write-voucher-line.
                  move spaces to jv-detail.
                  move "D" to jv-d-type.
                  move ws-run-stamp to jv-d-batch.
                  move ws-jv-idx to jv-line-no.
                  move ws-jv-account(ws-jv-idx) to jv-account.
                  move ws-jv-centre(ws-jv-idx) to jv-centre.
                  move ws-jv-side(ws-jv-idx) to jv-side.
                  move ws-jv-curr(ws-jv-idx) to jv-curr.
                  move ws-jv-amt(ws-jv-idx) to jv-amount.
                  move ws-jv-items(ws-jv-idx) to jv-items.
                  write jv-detail.
                  perform check-jv-write.

           report-refusal.
                  move "Y" to ws-refused.
                  move spaces to grpt-record.
                  string "REFUSED: " delimited by size
                      ws-refuse-text delimited by size
                      into grpt-record
                  end-string.
                  write grpt-record.
                  perform check-grpt-write.

           write-verdict.
                  move spaces to grpt-record.
                  move 1 to ws-report-ptr.
                  evaluate true
                      when ws-write-failed = "Y"
                          move "VOUCHER WRITE FAILED - DO NOT SEND IT"
                              to grpt-record
                      when ws-refused = "Y"
                          move "NO VOUCHER PRODUCED - RPNJV IS EMPTY"
                              to grpt-record
                      when other
                          move ws-jv-count to ws-count-edit
                          move ws-detail-count to ws-count-edit-2
                          string "VOUCHER " delimited by size
                              ws-run-stamp delimited by size
                              " WRITTEN - LINES " delimited by size
                              ws-count-edit delimited by size
                              " FROM DETAIL LINES " delimited by size
                              ws-count-edit-2 delimited by size
                              into grpt-record
                              with pointer ws-report-ptr
                          end-string
                  end-evaluate.
                  write grpt-record.
                  perform check-grpt-write.

           check-jv-write.
      *        A voucher with a line missing would post out of
      *        balance at the ledger end.
                  if ws-jv-status not = "00"
                      move "VOUCHER FILE WRITE ERROR" to grpt-record
                      write grpt-record
                      perform check-grpt-write
                      move "Y" to ws-write-failed
                  end-if.

           check-grpt-write.
      *        Mirrors rpnmove's check-mrpt-write.
                  if ws-grpt-status not = "00"
                      display "LEDGER REPORT WRITE ERROR"
                  end-if.

           write-run-log.
      *        One record in the night's run log, written last so it
      *        carries the step's own return code.
                  accept ws-rlog-end from time.
                  open extend rlog-file.
                  move spaces to rlog-record.
                  move "RPNGL" to rlog-program.
                  move "VOUCHER" to rlog-mode.
                  move 0 to rlog-errors rlog-exceptions rlog-mismatches
                      rlog-movements rlog-applied.
                  move ws-detail-count to rlog-rated.
                  move ws-unmapped-count to rlog-rejected.
                  if ws-refused = "Y" or ws-write-failed = "Y"
                      move 1 to rlog-errors
                  else
                      move ws-jv-count to rlog-applied
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
