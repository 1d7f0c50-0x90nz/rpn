               select diff-file assign to "RPNDIFF"
                   organization is line sequential
                   file status is ws-diff-status.
               select optional oper-file assign to "RPNOPER"
                   organization is line sequential
                   file status is ws-oper-status.
               select optional tran-file assign to "RPNTRAN"
                   organization is line sequential
                   file status is ws-tran-status.
               select wrpt-file assign to "RPNWRPT"
                   organization is line sequential
                   file status is ws-wrpt-status.
               select optional rlog-file assign to "RPNRLOG"
                   organization is line sequential
                   file status is ws-rlog-status.
               select optional dctl-file assign to "RPNDCTL"
                   organization is line sequential
                   file status is ws-dctl-status.

       data division.
           file section.
               05 filler     pic x(1) value space.
               05 summ-count pic zzzz9.
               05 summ-amt   pic -9(13).99.
           01  summ-oper-record.
               05 summ-oper-label pic x(12).
               05 filler     pic x(1) value space.
               05 summ-oper-id pic x(8).
               05 filler     pic x(1) value space.
               05 summ-oper-role pic x(1).
           fd  ctl-file.
           01  ctl-record.
               05 ctl-depth pic 9(2).
               05 ctl-rate-date pic 9(8).
               05 ctl-delim pic x(1).
               05 ctl-base-curr pic x(3).
               05 ctl-type-mode pic x(1).
               05 ctl-operator pic x(8).
               05 ctl-env pic x(1).
               05 ctl-part-no pic 9(2).
               05 ctl-part-count pic 9(2).
               05 ctl-part-low pic x(16).
               05 ctl-part-high pic x(16).
               05 ctl-balance pic x(1).
           fd  data-file.
           01  data-record pic x(256).
           fd  res-file.
               05 res-count  pic zzzzzz9.
               05 filler     pic x(1) value space.
               05 res-curr   pic x(3).
      *        the second and later named result columns, if any
               05 res-extra  occurs 3 times.
                   10 filler pic x(1).
                   10 res-xamt pic -9(13).99.
      *    The same line as it names the result columns on the
      *    trailer: the first name over the classic amount, the rest
      *    over their own columns, and the count of columns.
           01  res-cols-record.
               05 res-cols-key pic x(16).
               05 filler     pic x(1).
               05 res-cols-first pic x(17).
               05 filler     pic x(1).
               05 res-cols-count pic zzzzzz9.
               05 filler     pic x(4).
               05 res-cols-more occurs 3 times.
                   10 filler pic x(1).
                   10 res-cols-name pic x(17).
      *    The same line as it carries the run stamp on the trailer:
      *    RUN in the key and the date and time to the second out
      *    past the currency, with no amount or count.
           01  res-run-record.
               05 res-run-key pic x(16).
               05 filler     pic x(31).
               05 res-run-stamp pic x(14).
      *    The same line as it carries a set of RPNDATA control
      *    figures on the trailer: the record count where the count
      *    goes, the key hash and amount hash out past the currency,
      *    and no amount, so it never reads as a detail line.
           01  res-ctl-record.
               05 res-ctl-key pic x(16).
               05 filler     pic x(19).
               05 res-ctl-count pic zzzzzz9.
               05 filler     pic x(5).
               05 res-ctl-keyhash pic 9(13).
               05 filler     pic x(1).
               05 res-ctl-amthash pic -9(13).99.
           fd  mac-file.
           01  mac-record pic x(256).
           fd  tab-file.
               05 prog-group-ovfl pic x(1).
               05 filler     pic x(1) value space.
               05 prog-exc-count pic 9(7).
               05 prog-out-totals occurs 3 times.
                   10 filler pic x(1).
                   10 prog-out-total pic s9(13)v99
                       sign leading separate.
                   10 filler pic x(1).
                   10 prog-out-ovfl pic x(1).
                   10 filler pic x(1).
                   10 prog-out-group pic s9(13)v99
                       sign leading separate.
                   10 filler pic x(1).
                   10 prog-out-group-ovfl pic x(1).
           fd  exp-file.
           01  exp-record pic x(80).
           fd  lim-file.
               05 exc-limit  pic -9(13).99.
               05 filler     pic x(1) value space.
               05 exc-input  pic x(80).
               05 filler     pic x(1) value space.
               05 exc-col-no pic 9(1).
               05 filler     pic x(1) value space.
               05 exc-col-name pic x(16).
           fd  diff-file.
           01  diff-record pic x(132).
           fd  oper-file.
           01  oper-record pic x(80).
      *    rpnmaint's pending transactions, read (never applied) by a
      *    what-if run, and the impact report that run writes
           fd  tran-file.
           01  tran-record pic x(256).
           fd  wrpt-file.
           01  wrpt-record pic x(132).
      *    The sending system's control totals for RPNDATA, when
      *    they come as a file of their own instead of a trailer
           fd  dctl-file.
           01  dctl-record pic x(256).
      *    The night's run log, shared with the companion programs:
      *    one record per batch step, for rpnops in the morning
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
      *    Working storage for input processing
           01 ws-audit-rec-count pic 9(7) value 0.
           01 ws-accept-time pic 9(8).
           01 ws-accept-time-x redefines ws-accept-time pic x(8).
           01 ws-end-time pic 9(8).
           01 ws-end-time-x redefines ws-end-time pic x(8).

      *    For splitting a line into tokens
           01 ws-command-count pic 9(2).
           01 ws-data-status pic x(2).
           01 ws-res-status pic x(2).
           01 ws-data-mode pic x value "N".
      *    RPNDATA opened, whether or not the run then went on to rate
      *    it; the run log names a refused data run for what it was
           01 ws-data-present pic x value "N".
           01 ws-data-eof pic x value "N".
           01 ws-data-line pic x(256).
           01 ws-data-key pic x(16).
               05 ws-template-item pic x(32) occurs 16 times.
           01 ws-template-count pic 9(2).
           01 ws-field-num pic 9(1).
           01 ws-have-template pic x value "N".
           01 ws-build-pos pic 9(3).
           01 ws-data-rec-count pic 9(7) value 0.
           01 ws-data-err-count pic 9(7) value 0.
           01 ws-skip-count pic 9(7) value 0.
           01 ws-prog-mark pic x.
           01 ws-res-buffer.
               05 ws-res-buf-line pic x(100) occurs 1000.
           01 ws-res-buf-count pic 9(4) value 0.
           01 ws-res-buf-idx pic 9(4).

      *    For record-type template selection (RPNCTL type byte):
      *    every RPNDATA record leads with a type code and RPNCMD
      *    holds one template per type, so invoices, credit notes
      *    and freight lines rate in one pass, each through its own
      *    type's template, into one RPNRES. The code is read into a
      *    wide field so one too long for the table cannot match by
      *    its first four characters.
           01 ws-type-mode pic x value "N".
           01 ws-data-type pic x(32).
           01 ws-type-max pic 9(2) value 16.
           01 ws-type-count pic 9(2) value 0.
           01 ws-type-full pic x value "N".
           01 ws-types.
               05 ws-type-entry occurs 16 times.
                   10 ws-type-code pic x(4).
                   10 ws-type-tok-count pic 9(2).
                   10 ws-type-template.
                       15 ws-type-item pic x(32) occurs 16 times.
           01 ws-type-idx pic 9(2).
           01 ws-type-found pic 9(2).
           01 ws-type-ptr pic 9(3).
           01 ws-type-bad pic x value "N".
           01 ws-cmd-eof pic x value "N".
           01 ws-dl-key-field pic 9(2) value 1.

      *    For split runs (RPNCTL partition fields): a big RPNDATA
      *    rates as several concurrent jobs, each taking one key
      *    range of the same file into its own RPNRES, RPNEXC and
      *    RPNPROG, and rpnmrg puts the pieces back together. A
      *    record outside the job's range is another job's, and is
      *    passed over without a trace beyond the count.
           01 ws-part-mode pic x value "N".
           01 ws-part-bad pic x value "N".
           01 ws-part-refused pic x value "N".
           01 ws-part-no pic 9(2) value 0.
           01 ws-part-count pic 9(2) value 0.
           01 ws-part-low pic x(16) value spaces.
           01 ws-part-high pic x(16) value spaces.
           01 ws-part-skip pic x value "N".
           01 ws-part-skip-count pic 9(7) value 0.
           01 ws-part-skip-edit pic zzzzzz9.

      *    For control-total balancing: the sending system's record
      *    count, key hash and amount hash for RPNDATA, sent as a
      *    TRAILER record at the end of the file, as a one-record
      *    RPNDCTL, or both, and checked against the file before a
      *    single record rates. The key hash adds up the digits of
      *    each key read as one number, both the number and the sum
      *    kept to their low 13 digits; the amount hash adds up
      *    every amount field. A balance byte of B in
      *    RPNCTL says the figures always come, so a file without
      *    them is refused instead of rated on trust.
           01 ws-dctl-status pic x(2).
           01 ws-bal-required pic x value "N".
           01 ws-bal-active pic x value "N".
           01 ws-bal-failed pic x value "N".
           01 ws-bal-have-trl pic x value "N".
           01 ws-bal-have-dctl pic x value "N".
           01 ws-bal-have-pend pic x value "N".
           01 ws-bal-is-trl pic x value "N".
           01 ws-bal-ctl-ok pic x value "N".
           01 ws-bal-act-ovfl pic x value "N".
           01 ws-bal-line pic x(256).
           01 ws-bal-trim pic x(256).
           01 ws-bal-tokens.
               05 ws-bal-tok pic x(32) occurs 5 times.
           01 ws-bal-tok-count pic 9(2).
           01 ws-bal-cnt-txt pic x(32).
           01 ws-bal-key-txt pic x(32).
           01 ws-bal-amt-txt pic x(32).
           01 ws-bal-extra-txt pic x(32).
           01 ws-bal-pos pic 9(2).
           01 ws-bal-fld pic 9(1).
           01 ws-bal-digit pic 9(1).
           01 ws-bal-rec-key pic 9(13).
           01 ws-bal-rec-amt pic s9(13)v99.
           01 ws-bal-pend-key pic 9(13).
           01 ws-bal-pend-amt pic s9(13)v99.
           01 ws-bal-exp-count pic 9(7).
           01 ws-bal-exp-keyhash pic 9(13).
           01 ws-bal-exp-amthash pic s9(13)v99.
           01 ws-bal-act-count pic 9(7) value 0.
           01 ws-bal-act-keyhash pic 9(13) value 0.
           01 ws-bal-act-amthash pic s9(13)v99 value 0.
           01 ws-bal-trl-ok pic x value "N".
           01 ws-bal-trl-count pic 9(7) value 0.
           01 ws-bal-trl-keyhash pic 9(13) value 0.
           01 ws-bal-trl-amthash pic s9(13)v99 value 0.
           01 ws-bal-dctl-ok pic x value "N".
           01 ws-bal-dctl-count pic 9(7) value 0.
           01 ws-bal-dctl-keyhash pic 9(13) value 0.
           01 ws-bal-dctl-amthash pic s9(13)v99 value 0.
           01 ws-bal-source pic x(8).
           01 ws-bal-num-edit pic z(16)9.
           01 ws-bal-amt-edit pic -(13)9.99.
           01 ws-bal-rpt-line.
               05 ws-br-source pic x(7).
               05 filler pic x(1) value space.
               05 ws-br-figure pic x(8).
               05 filler pic x(9) value " EXPECTED".
               05 ws-br-exp pic x(17).
               05 filler pic x(7) value " ACTUAL".
               05 ws-br-act pic x(17).
               05 filler pic x(1) value space.
               05 ws-br-verdict pic x(11).

      *    For named result columns (RPNCMD "out" lines): a template
      *    can leave several figures behind - net, tax and gross off
      *    one invoice - and name each by where it is left, sN for
      *    the Nth stack position from the top or rN for register N.
      *    The first column rides the classic RPNRES amount, so every
      *    step that posts one figure posts that one; the others
      *    follow the currency code in columns of their own. Each
      *    column has its own subtotals, grand total and RPNLIM
      *    bands. The first column's running totals are the run's
      *    own ws-grand-total and ws-group-amt; the entries below
      *    carry the rest. No "out" lines is the classic one-figure
      *    RPNRES.
           01 ws-out-max pic 9(1) value 4.
           01 ws-out-count pic 9(1) value 0.
           01 ws-outs.
               05 ws-out-entry occurs 4 times.
                   10 ws-out-name pic x(16).
                   10 ws-out-where pic x(1).
                   10 ws-out-pos pic 9(1).
                   10 ws-out-val pic s9(13)v99.
                   10 ws-out-curr pic x(3).
                   10 ws-out-grand pic s9(13)v99 value zero.
                   10 ws-out-grand-ovfl pic x value "N".
                   10 ws-out-group pic s9(13)v99 value zero.
                   10 ws-out-group-ovfl pic x value "N".
           01 ws-out-idx pic 9(1).
           01 ws-out-found pic 9(1).
           01 ws-out-slot pic 9(2).
           01 ws-out-line pic x(256).
           01 ws-out-is-decl pic x value "N".
           01 ws-out-verb pic x(8).
           01 ws-out-name-txt pic x(32).
           01 ws-out-name-len pic 9(2).
           01 ws-out-where-txt pic x(8).
           01 ws-out-rest pic x(32).
           01 ws-out-msg pic x(32).

      *    For what-if rating (RPNCTL mode byte W): rate RPNDATA
      *    twice, once with RPNTAB as it stands and once with the
      *    pending RPNTRAN changes laid over a copy of it in
      *    storage, and set the two results side by side on
      *    RPNWRPT for management to approve the change on. Nothing
      *    is applied to RPNTAB and no RPNRES, RPNEXC or RPNPROG is
      *    written: the figures are a forecast, not a run.
           01 ws-whatif-mode pic x value "N".
           01 ws-wi-refused pic x value "N".
           01 ws-tran-status pic x(2).
           01 ws-wrpt-status pic x(2).
           01 ws-wi-live-count pic 9(2) value 0.
           01 ws-wi-live-consts.
               05 ws-wi-live-entry occurs 64 times.
                   10 ws-wi-live-name pic x(16).
                   10 ws-wi-live-value pic s9(13)v99.
                   10 ws-wi-live-from pic 9(8).
                   10 ws-wi-live-to pic 9(8).
           01 ws-wi-new-count pic 9(2) value 0.
           01 ws-wi-new-consts.
               05 ws-wi-new-entry occurs 64 times.
                   10 ws-wi-new-name pic x(16).
                   10 ws-wi-new-value pic s9(13)v99.
                   10 ws-wi-new-from pic 9(8).
                   10 ws-wi-new-to pic 9(8).
      *        The pending transaction picked apart the way rpnmaint
      *        picks it apart
           01 ws-wi-tran-eof pic x value "N".
           01 ws-wi-tran-line pic x(256).
           01 ws-wi-tran-no pic 9(5) value 0.
           01 ws-wi-action pic x(8).
           01 ws-wi-target pic x(8).
           01 ws-wi-name pic x(32).
           01 ws-wi-name-len pic 9(3).
           01 ws-wi-ptr pic 9(3).
           01 ws-wi-rest pic x(256).
           01 ws-wi-val-txt pic x(32).
           01 ws-wi-from-txt pic x(32).
           01 ws-wi-to-txt pic x(32).
           01 ws-wi-extra pic x(80).
           01 ws-wi-msg pic x(24).
           01 ws-wi-from pic 9(8).
           01 ws-wi-to pic 9(8).
           01 ws-wi-dates-ok pic x.
           01 ws-wi-idx pic 9(2).
           01 ws-wi-found pic 9(2).
           01 ws-wi-overlaid pic 9(5) value 0.
           01 ws-wi-not-sim pic 9(5) value 0.
      *        One record's two ratings. Both start from the same
      *        registers and rate date; the live rating's leave-off
      *        is what the next record starts from, as in a real run.
           01 ws-wi-pass pic x.
           01 ws-wi-old-ok pic x.
           01 ws-wi-new-ok pic x.
           01 ws-wi-old-amt pic s9(13)v99.
           01 ws-wi-new-amt pic s9(13)v99.
           01 ws-wi-cmp-old pic s9(13)v99.
           01 ws-wi-cmp-new pic s9(13)v99.
           01 ws-wi-diff pic s9(13)v99.
           01 ws-wi-diff-ovfl pic x.
           01 ws-wi-pct pic s9(5)v99.
           01 ws-wi-curr pic x(3).
           01 ws-wi-err-before pic 9(7).
           01 ws-wi-start-rate-date pic 9(8).
           01 ws-wi-end-rate-date pic 9(8).
           01 ws-wi-start-regs pic x(150).
           01 ws-wi-end-regs pic x(150).
           01 ws-wi-start-reg-currs pic x(30).
           01 ws-wi-end-reg-currs pic x(30).
      *        Totals for the comparison and for each break group
           01 ws-wi-old-total pic s9(13)v99 value zero.
           01 ws-wi-new-total pic s9(13)v99 value zero.
           01 ws-wi-total-ovfl pic x value "N".
           01 ws-wi-grp-old pic s9(13)v99 value zero.
           01 ws-wi-grp-new pic s9(13)v99 value zero.
           01 ws-wi-grp-count pic 9(7) value 0.
           01 ws-wi-grp-ovfl pic x value "N".
           01 ws-wi-changed pic 9(7) value 0.
           01 ws-wi-unchanged pic 9(7) value 0.
           01 ws-wi-not-rated pic 9(7) value 0.
           01 ws-wi-count-edit pic zzzzzz9.
           01 ws-wi-count-edit-2 pic zzzzzz9.
           01 ws-wi-count-edit-3 pic zzzzzz9.
           01 ws-wi-line-edit pic zzzz9.
           01 ws-wi-amt-edit pic -9(13).99.
           01 ws-wi-ptr-out pic 9(3).
           01 ws-wi-detail-line.
               05 ws-wd-key pic x(16).
               05 filler pic x(2) value spaces.
               05 ws-wd-old pic -9(13).99.
               05 ws-wd-old-x redefines ws-wd-old pic x(17).
               05 filler pic x(2) value spaces.
               05 ws-wd-new pic -9(13).99.
               05 ws-wd-new-x redefines ws-wd-new pic x(17).
               05 filler pic x(2) value spaces.
               05 ws-wd-diff pic -9(13).99.
               05 ws-wd-diff-x redefines ws-wd-diff pic x(17).
               05 filler pic x(2) value spaces.
               05 ws-wd-pct pic -(5)9.99.
               05 ws-wd-pct-x redefines ws-wd-pct pic x(9).
               05 filler pic x(1) value space.
               05 ws-wd-curr pic x(3).
               05 filler pic x(2) value spaces.
               05 ws-wd-note pic x(24).

      *    For delimited RPNDATA input (RPNCTL delimiter byte): the
      *    receivables extract comes in comma-separated with quoted
      *    text fields and a header row, and is parsed as-is instead
                   10 ws-lim-key pic x(16).
                   10 ws-lim-low pic s9(13)v99.
                   10 ws-lim-high pic s9(13)v99.
                   10 ws-lim-col pic x(16).
                   10 ws-lim-col-no pic 9(1).
           01 ws-lim-idx pic 9(3).
           01 ws-lim-found pic 9(3).
           01 ws-lim-low-txt pic x(32).
           01 ws-lim-rest-txt pic x(80).
           01 ws-lim-key-len pic 9(3).
           01 ws-lim-bad pic x.
           01 ws-lim-col-len pic 9(3).
           01 ws-lim-value pic s9(13)v99.
           01 ws-lim-done pic x(4).
           01 ws-lim-col-at pic 9(1).
           01 ws-exc-count pic 9(7) value 0.
           01 ws-exc-buffer.
               05 ws-exc-buf-line pic x(157) occurs 500.
           01 ws-exc-buf-count pic 9(3) value 0.
           01 ws-exc-buf-idx pic 9(3).

               05 filler pic x(4) value spaces.
               05 filler pic x(5) value "PAGE ".
               05 ws-th-page pic zzz9.
               05 filler pic x(4) value spaces.
               05 filler pic x(9) value "OPERATOR ".
               05 ws-th-oper pic x(8).
           01 ws-tape-col-heads.
               05 filler pic x(7) value "  SEQ  ".
               05 filler pic x(58) value "INPUT LINE".
           01 ws-rnd-absfrac pic 9v99.
           01 ws-rnd-ovfl pic x value "N".

      *    For operator sign-on (RPNOPER): who is running the
      *    session and what the role lets them do - C clerk, O
      *    operations, S supervisor. With no operator file there is
      *    no sign-on, the historical anonymous session.
           01 ws-oper-status pic x(2).
           01 ws-oper-eof pic x value "N".
           01 ws-oper-line pic x(80).
           01 ws-oper-max pic 9(3) value 100.
           01 ws-oper-count pic 9(3) value 0.
           01 ws-operators.
               05 ws-oper-entry occurs 100 times.
                   10 ws-oper-tab-id pic x(8).
                   10 ws-oper-tab-role pic x(1).
           01 ws-oper-idx pic 9(3).
           01 ws-oper-found pic 9(3).
           01 ws-oper-id-txt pic x(16).
           01 ws-oper-id-len pic 9(2).
           01 ws-oper-role-txt pic x(8).
           01 ws-signon-active pic x value "N".
           01 ws-signon-ok pic x value "N".
           01 ws-signon-tries pic 9 value 0.
           01 ws-signon-fails pic 9 value 0.
           01 ws-signon-bad.
               05 ws-signon-bad-id pic x(16) occurs 3 times.
           01 ws-signon-idx pic 9.
           01 ws-ctl-oper-id pic x(8) value spaces.
           01 ws-oper-id pic x(8) value "NONE".
           01 ws-oper-role pic x(1) value space.
           01 ws-prod-env pic x value "N".
           01 ws-data-denied pic x value "N".
           01 ws-deny-msg pic x(40).

      *    Shared plain-decimal-number check, for fields that would
      *    otherwise be trusted to FUNCTION NUMVAL sight unseen
           01 ws-check-num-txt pic x(32).
           01 ws-num-dec-digits pic 9(2).
           01 ws-num-points pic 9(2).

      *    For the night's run log (RPNRLOG): when the step started
           01 ws-rlog-status pic x(2).
           01 ws-rlog-start pic 9(8).
           01 ws-rlog-end pic 9(8).

       procedure division.
           perform initialize-session.
           if ws-validate-mode = "Y"
      *    policy cut the run short, 6 says every record rated but
      *    some results broke their tolerance limits - route the run
      *    to review, not release - and 4 says the figures came out
      *    clean but did not match the expected results. 16 outranks
      *    them all: RPNDATA did not balance to the sending system's
      *    control totals and not one record was rated.
           if ws-validate-mode = "Y"
               if ws-val-problem-count > 0
                   move 4 to return-code
                   end-if
               end-if
           end-if.
           if ws-bal-failed = "Y"
               move 16 to return-code
           end-if.
           perform write-run-log.
           stop run.

           get-input.
                                      to ws-register-num
                                  perform stack-peek
                                  if ws-stack-error = "N"
      *                            A clerk may fill an empty register
      *                            but not store over one holding a
      *                            figure; one never stored into this
      *                            session holds nothing yet.
                                      if ws-signon-active = "Y"
                                              and ws-oper-role = "C"
                                              and ws-register-item
                                                  (ws-register-num + 1)
                                                  is numeric
                                              and ws-register-item
                                                  (ws-register-num + 1)
                                                  not = 0
                                          move "STO OVER REGISTER"
                                              to ws-deny-msg
                                          perform deny-token
                                      else
                                          move ws-value-res to
                                              ws-register-item
                                                  (ws-register-num + 1)
                                          move ws-curr-res to
                                              ws-register-curr
                                                  (ws-register-num + 1)
                                          move 0 to ws-value-a
                                              ws-value-b
                                          move "STO" to ws-audit-op
                                          perform write-audit
                                      end-if
                                  else
                                      move "ERR" to ws-audit-op
                                      perform write-audit
                              move "ERR" to ws-audit-op
                              perform write-audit
                          else
      *                    Backdating the rate basis is for a
      *                    supervisor to do.
                              if ws-signon-active = "Y"
                                      and ws-oper-role not = "S"
                                      and ws-date-int < ws-accept-date
                                  move "ASOF BACKDATING" to ws-deny-msg
                                  perform deny-token
                              else
                                  move ws-date-int to ws-rate-date
                                  move 0 to ws-value-a ws-value-b
                                  move ws-rate-date to ws-value-res
                                  move "ASOF" to ws-audit-op
                                  perform write-audit
                                  move 0 to ws-value-res
                              end-if
                          end-if
                      end-if
                  else if ws-token = "tot" or ws-token = "cnt"
                  move 0 to ws-value-res.
                  move spaces to ws-curr-res.

           deny-token.
      *        A token the operator's role does not allow is refused,
      *        reported and journaled as DENY - an error as far as
      *        the error policy and the return code go, but named for
      *        what it was.
                  if ws-batch-mode = "Y"
                      move spaces to rpt-record
                      string "NOT AUTHORIZED: " delimited by size
                          ws-deny-msg delimited by size
                          into rpt-record
                      end-string
                      perform write-report
                  else
                      display "NOT AUTHORIZED: " ws-deny-msg
                  end-if.
                  move 0 to ws-value-a ws-value-b ws-value-res.
                  move "DENY" to ws-audit-op.
                  perform write-audit.

           report-invalid-date.
                  if ws-batch-mode = "Y"
                      move "INVALID DATE" to rpt-record
      *        reconciliation session has something to attach to the
      *        day's paperwork.
                  open output summ-file.
                  move spaces to summ-oper-record.
                  move "OPERATOR" to summ-oper-label.
                  move ws-oper-id to summ-oper-id.
                  move ws-oper-role to summ-oper-role.
                  write summ-oper-record.
                  perform check-summ-write.
                  move spaces to summ-record.
                  move "ADD COUNT" to summ-label.
                  move ws-count-add to summ-count.
                      write audit-record
                      perform check-audit-write
                      add 1 to ws-audit-rec-count
                      if ws-audit-op = "ERR" or ws-audit-op = "DENY"
                          add 1 to ws-error-count
                          if ws-batch-mode = "Y"
                              if ws-error-policy = "S"
                       into ws-line with pointer ws-build-pos
                   end-string.
                   if ws-data-mode = "Y"
                       if ws-whatif-mode = "Y"
                           string " MODE WHATIF" delimited by size
                               into ws-line
                               with pointer ws-build-pos
                           end-string
                       else
                           string " MODE DATA" delimited by size
                               into ws-line
                               with pointer ws-build-pos
                           end-string
                       end-if
                   else
                       if ws-batch-mode = "Y"
                           string " MODE BATCH" delimited by size
                       ws-rate-date delimited by size
                       " BASE " delimited by size
                       ws-base-curr delimited by size
                       " TYPES " delimited by size
                       ws-type-mode delimited by size
                       into ws-line with pointer ws-build-pos
                   end-string.
                   string " OPER " delimited by size
                       ws-oper-id delimited by size
                       " ROLE " delimited by size
                       ws-oper-role delimited by size
                       into ws-line with pointer ws-build-pos
                   end-string.
                   if ws-part-mode = "Y"
                       string " PART " delimited by size
                           ws-part-no delimited by size
                           " OF " delimited by size
                           ws-part-count delimited by size
                           into ws-line with pointer ws-build-pos
                       end-string
                   end-if.
                   move 0 to ws-value-a ws-value-b ws-value-res.
                   move "SHDR" to ws-audit-op.
                   perform write-audit.
      *        The trailer closes the session out with its own op
      *        and error counts, so a replay can prove it saw the
      *        whole session and the day's file splits cleanly for
      *        the archive. The end time lets an inquiry tell
      *        which sessions were running in a given window.
                   accept ws-end-time from time.
                   move spaces to ws-line.
                   string "OPER " delimited by size
                       ws-oper-id delimited by size
                       " END " delimited by size
                       ws-end-time-x(1:6) delimited by size
                       into ws-line
                   end-string.
                   move ws-audit-rec-count to ws-value-a.
                   move ws-error-count to ws-value-b.
                   move 0 to ws-value-res.
      *        earlier: it is the default rate date, and RPNCTL may
      *        override it.
                   accept ws-accept-date from date yyyymmdd.
                   accept ws-rlog-start from time.
                   move ws-accept-date to ws-rate-date.
                   perform load-control.
                   perform open-command-file.
                       display "NO COMMAND FILE TO VALIDATE"
                       move "N" to ws-validate-mode
                   end-if.
                   if ws-whatif-mode = "Y"
                           and ws-batch-mode = "N"
                       display "NO COMMAND FILE FOR WHAT-IF"
                       move "N" to ws-whatif-mode
                   end-if.
      *        The expected-results file opens before the macro and
      *        constants loaders run, because those loaders can emit
      *        report lines of their own and every RPNRPT line has to
                   perform load-macros.
                   perform load-constants.
                   if ws-validate-mode = "N"
      *                Sign-on comes before the data file is so much
      *                as opened, so a refused data run leaves the
      *                last RPNRES standing instead of clobbering it.
                       perform sign-on
                       if ws-abort-run = "N"
                           perform open-data-file
                       end-if
      *                The journal opens before the checkpoint
      *                restore so the restored stack can be journaled
      *                as LOAD records; a replay of RPNAUDIT then
      *                instead of each run wiping the one before.
                       open extend audit-file
                       perform write-session-header
                       perform journal-signon-denials
                       perform load-checkpoint
                       open output tape-file
                       move ws-accept-date-x(1:4) to ws-th-yyyy
                       move ws-accept-date-x(5:2) to ws-th-mm
                       move ws-accept-date-x(7:2) to ws-th-dd
                       move ws-oper-id to ws-th-oper
                       perform tape-page-heading
                   end-if.

                       perform write-summary
                       close data-file
                       if ws-data-mode = "Y"
                           if ws-whatif-mode = "Y"
                               close wrpt-file
                           else
                               close res-file
                               close exc-file
                           end-if
                       end-if
                       if ws-verify-mode = "Y"
                           perform finish-verify
                       close rpt-file
                   end-if.

           write-run-log.
      *        Every unattended step leaves one record in the night's
      *        run log, written last so it carries the return code.
      *        A terminal session is nobody's batch step and leaves
      *        none.
                   if ws-batch-mode = "Y"
                       accept ws-rlog-end from time
                       open extend rlog-file
                       move spaces to rlog-record
                       move "RPN" to rlog-program
                       evaluate true
                           when ws-validate-mode = "Y"
                               move "VALIDATE" to rlog-mode
                           when ws-whatif-mode = "Y"
                               move "WHATIF" to rlog-mode
                           when ws-data-present = "Y"
                               move "DATA" to rlog-mode
                           when other
                               move "BATCH" to rlog-mode
                       end-evaluate
                       move 0 to rlog-rated rlog-errors
                           rlog-exceptions rlog-mismatches
                           rlog-movements rlog-applied rlog-rejected
                       if ws-validate-mode = "Y"
                           move ws-val-problem-count to rlog-errors
                       else
                           move ws-data-rec-count to rlog-rated
                           move ws-error-count to rlog-errors
                           move ws-exc-count to rlog-exceptions
                       end-if
                       move ws-accept-date to rlog-date
                       compute rlog-start = ws-rlog-start / 100
                       compute rlog-end = ws-rlog-end / 100
                       move return-code to rlog-rc
                       write rlog-record
                       if ws-rlog-status not = "00"
                           display "RUN LOG WRITE ERROR"
                       end-if
                       close rlog-file
                   end-if.

           sign-on.
      *        With an operator file in place every session signs on:
      *        a batch run as the RPNCTL operator, a terminal session
      *        by keying its ID, three tries. A failed sign-on runs
      *        nothing, and the refusals are journaled behind the
      *        session header once the journal is open.
                   perform load-operators.
                   if ws-signon-active = "Y"
                       if ws-batch-mode = "Y"
                           move ws-ctl-oper-id to ws-oper-id-txt
                           perform check-operator
                       else
                           perform prompt-operator
                               until ws-signon-ok = "Y"
                               or ws-signon-tries >= 3
                       end-if
                       if ws-signon-ok = "N"
                           move "Y" to ws-abort-run
                           if ws-batch-mode = "Y"
                               move "SIGN-ON REFUSED - NOTHING RUN"
                                   to rpt-record
                               perform write-report
                           else
                               display "SIGN-ON REFUSED - NOTHING RUN"
                           end-if
                       end-if
                   end-if.

           load-operators.
      *        One operator per record: the ID, the role letter, and
      *        the name for whoever reads the file. "*" records are
      *        comments, and a bad record is reported, not fatal -
      *        it only means that operator cannot sign on.
                   open input oper-file.
                   if ws-oper-status = "00"
                       move "Y" to ws-signon-active
                       perform read-operator-record
                           until ws-oper-eof = "Y"
                   end-if.
                   close oper-file.

           read-operator-record.
                   read oper-file into ws-oper-line
                       at end
                           move "Y" to ws-oper-eof
                   end-read.
                   if ws-oper-eof = "N" and ws-oper-line not = spaces
                           and ws-oper-line(1:1) not = "*"
                       perform store-operator
                   end-if.

           store-operator.
                   move spaces to ws-oper-id-txt ws-oper-role-txt.
                   move 0 to ws-oper-id-len.
                   unstring ws-oper-line delimited by all space
                       into ws-oper-id-txt count in ws-oper-id-len
                            ws-oper-role-txt
                   end-unstring.
                   if ws-oper-id-txt = spaces or ws-oper-id-len > 8
                           or (ws-oper-role-txt not = "C"
                               and ws-oper-role-txt not = "O"
                               and ws-oper-role-txt not = "S")
                       if ws-batch-mode = "Y"
                           move "BAD OPERATOR RECORD - IGNORED"
                               to rpt-record
                           perform write-report
                       else
                           display "BAD OPERATOR RECORD - IGNORED"
                       end-if
                   else
                       if ws-oper-count < ws-oper-max
                           add 1 to ws-oper-count
                           move ws-oper-id-txt
                               to ws-oper-tab-id(ws-oper-count)
                           move ws-oper-role-txt
                               to ws-oper-tab-role(ws-oper-count)
                       end-if
                   end-if.

           prompt-operator.
                   display "OPERATOR ID: " with no advancing.
                   move spaces to ws-oper-id-txt.
                   accept ws-oper-id-txt.
                   perform check-operator.

           check-operator.
                   add 1 to ws-signon-tries.
                   move 0 to ws-oper-found.
                   if ws-oper-id-txt not = spaces
                           and ws-oper-id-txt(9:8) = spaces
                       perform varying ws-oper-idx from 1 by 1
                               until ws-oper-idx > ws-oper-count
                               or ws-oper-found not = 0
                           if ws-oper-tab-id(ws-oper-idx)
                                   = ws-oper-id-txt
                               move ws-oper-idx to ws-oper-found
                           end-if
                       end-perform
                   end-if.
                   if ws-oper-found = 0
                       add 1 to ws-signon-fails
                       move ws-oper-id-txt
                           to ws-signon-bad-id(ws-signon-fails)
                       if ws-batch-mode = "Y"
                           move "UNKNOWN OPERATOR" to rpt-record
                           perform write-report
                       else
                           display "UNKNOWN OPERATOR"
                       end-if
                   else
                       move "Y" to ws-signon-ok
                       move ws-oper-tab-id(ws-oper-found) to ws-oper-id
                       move ws-oper-tab-role(ws-oper-found)
                           to ws-oper-role
                   end-if.

           journal-signon-denials.
      *        Every failed sign-on try and a refused production data
      *        run go on the journal as DENY, so the trail shows who
      *        tried and was turned away.
                   move 0 to ws-value-a ws-value-b ws-value-res.
                   perform varying ws-signon-idx from 1 by 1
                           until ws-signon-idx > ws-signon-fails
                       move spaces to ws-line
                       string "SIGN-ON " delimited by size
                           ws-signon-bad-id(ws-signon-idx)
                               delimited by size
                           into ws-line
                       end-string
                       move "DENY" to ws-audit-op
                       perform write-audit
                   end-perform.
                   if ws-data-denied = "Y"
                       move "PRODUCTION DATA RUN" to ws-line
                       move "DENY" to ws-audit-op
                       perform write-audit
                   end-if.
                   if ws-part-refused = "Y"
                       move "BAD PARTITION IN RPNCTL" to ws-line
                       move "ERR" to ws-audit-op
                       perform write-audit
                   end-if.
                   if ws-wi-refused = "Y"
                       move "WHAT-IF RUN WITHOUT RPNDATA" to ws-line
                       move "ERR" to ws-audit-op
                       perform write-audit
                   end-if.
                   if ws-bal-failed = "Y"
                       move "RPNDATA OUT OF BALANCE" to ws-line
                       move "ERR" to ws-audit-op
                       perform write-audit
                   end-if.
                   move spaces to ws-line.

           open-command-file.
      *        If a command file is present (a DD/command-line file
      *        supplied for the run) drive the whole session from it
                   if ws-batch-mode = "Y"
                       open input data-file
                       if ws-data-status = "00"
                           move "Y" to ws-data-present
                       end-if
                       if ws-data-status = "00"
                               and ws-prod-env = "Y"
                               and ws-signon-active = "Y"
                               and ws-oper-role = "C"
      *                A clerk does not rate the production files;
      *                the run stops before RPNRES is touched.
                           close data-file
                           move "Y" to ws-data-denied
                           move "Y" to ws-abort-run
                           move "NOT AUTHORIZED: PRODUCTION DATA RUN"
                               to rpt-record
                           perform write-report
                       end-if
                       if ws-data-status = "00"
                               and ws-data-denied = "N"
                               and ws-part-bad = "Y"
      *                Nor does a job with an unreadable partition:
      *                it cannot know which records are its own.
                           close data-file
                           move "Y" to ws-part-refused
                           move "Y" to ws-abort-run
                           move "BAD PARTITION IN RPNCTL - NOTHING RUN"
                               to rpt-record
                           perform write-report
                       end-if
      *                Nor does a file that does not balance to the
      *                sending system's control totals: it is short,
      *                doubled or damaged, and not a result is
      *                written from it.
                       if ws-data-status = "00"
                               and ws-data-denied = "N"
                               and ws-part-bad = "N"
                           perform balance-data-file
                       end-if
                       if ws-data-status = "00"
                               and ws-bal-failed = "Y"
                           close data-file
                           move "Y" to ws-abort-run
                           move "RPNDATA OUT OF BALANCE - NOTHING RATED"
                               to rpt-record
                           perform write-report
                           if ws-whatif-mode = "Y"
                               perform open-whatif-report
                               move rpt-record to wrpt-record
                               perform write-impact-line
                               close wrpt-file
                           end-if
                       end-if
                       if ws-data-status = "00"
                               and ws-data-denied = "N"
                               and ws-part-bad = "N"
                               and ws-bal-failed = "N"
                               and ws-whatif-mode = "Y"
      *                A what-if run leaves the night's files alone:
      *                no progress to resume, no results or
      *                exceptions, only the impact report.
                           move "Y" to ws-data-mode
                           move 0 to ws-commit-every
                           perform open-whatif-report
                           perform load-whatif-changes
                       end-if
                       if ws-data-status not = "00"
                               and ws-whatif-mode = "Y"
                           move "Y" to ws-wi-refused
                           move "Y" to ws-abort-run
                           move "WHAT-IF: NO RPNDATA - NOTHING RATED"
                               to rpt-record
                           perform write-report
      *                An older impact report left standing could be
      *                signed for a change this run never rated.
                           perform open-whatif-report
                           move rpt-record to wrpt-record
                           perform write-impact-line
                           close wrpt-file
                       end-if
                       if ws-data-status = "00"
                               and ws-data-denied = "N"
                               and ws-part-bad = "N"
                               and ws-bal-failed = "N"
                               and ws-whatif-mode = "N"
                           move "Y" to ws-data-mode
                           perform load-progress
      *                A resumed run appends to the results the
                       end-if
                   end-if.

           balance-data-file.
      *        Read RPNDATA through once before anything rates,
      *        counting and hashing it the way the sending system
      *        did, then put it back at its first record for the
      *        run proper. Records are counted as the run counts
      *        them: blank records and a delimited header row do not
      *        count, and neither does the trailer. A TRAILER record
      *        is the trailer only as the last record of the file;
      *        one anywhere else is data like any other, so a file
      *        sent twice over counts long instead of balancing.
                   move 0 to ws-bal-act-count ws-bal-act-keyhash
                       ws-bal-act-amthash.
                   move "N" to ws-bal-act-ovfl ws-bal-have-pend
                       ws-bal-have-trl ws-bal-have-dctl.
                   perform load-data-control.
                   if ws-delim-mode = "Y"
                       perform skip-header-record
                   end-if.
                   perform read-balance-record
                       until ws-data-eof = "Y".
      *        A record held back to the end was the trailer; its
      *        words are still split out, since no record after it
      *        had any.
                   if ws-bal-have-pend = "Y"
                       move "Y" to ws-bal-have-trl
                       perform parse-control-record
                       move ws-bal-ctl-ok to ws-bal-trl-ok
                       move ws-bal-exp-count to ws-bal-trl-count
                       move ws-bal-exp-keyhash to ws-bal-trl-keyhash
                       move ws-bal-exp-amthash to ws-bal-trl-amthash
                   end-if.
                   close data-file.
                   open input data-file.
                   move "N" to ws-data-eof.
                   move spaces to ws-data-line.
                   if ws-bal-have-trl = "Y" or ws-bal-have-dctl = "Y"
                       move "Y" to ws-bal-active
                       if ws-bal-have-trl = "Y"
                           move "TRAILER" to ws-bal-source
                           move ws-bal-trl-ok to ws-bal-ctl-ok
                           move ws-bal-trl-count to ws-bal-exp-count
                           move ws-bal-trl-keyhash
                               to ws-bal-exp-keyhash
                           move ws-bal-trl-amthash
                               to ws-bal-exp-amthash
                           perform report-balance
                       end-if
                       if ws-bal-have-dctl = "Y"
                           move "RPNDCTL" to ws-bal-source
                           move ws-bal-dctl-ok to ws-bal-ctl-ok
                           move ws-bal-dctl-count to ws-bal-exp-count
                           move ws-bal-dctl-keyhash
                               to ws-bal-exp-keyhash
                           move ws-bal-dctl-amthash
                               to ws-bal-exp-amthash
                           perform report-balance
                       end-if
                       if ws-bal-failed = "N"
                           move "RPNDATA IN BALANCE" to rpt-record
                           perform write-report
                       end-if
                   else
                       if ws-bal-required = "Y"
                           move "Y" to ws-bal-failed
                           move "NO CONTROL TOTALS FOR RPNDATA"
                               to rpt-record
                           perform write-report
                       end-if
                   end-if.

           load-data-control.
      *        RPNDCTL, when it is sent, holds one record: the
      *        count, key hash and amount hash, with or without the
      *        TRAILER word in front. A file sent with nothing usable
      *        in it is a control record that cannot be read, not
      *        the absence of one.
                   open input dctl-file.
                   if ws-dctl-status = "00"
                       move "Y" to ws-bal-have-dctl
                       move spaces to ws-bal-line
                       read dctl-file into ws-bal-line
                           at end
                               move spaces to ws-bal-line
                       end-read
                       perform split-control-line
                       perform parse-control-record
                       move ws-bal-ctl-ok to ws-bal-dctl-ok
                       move ws-bal-exp-count to ws-bal-dctl-count
                       move ws-bal-exp-keyhash to ws-bal-dctl-keyhash
                       move ws-bal-exp-amthash to ws-bal-dctl-amthash
                       close dctl-file
                   end-if.

           read-balance-record.
      *        A TRAILER record is held back until the next record
      *        shows it was not the last; only then does it count
      *        and hash as data.
                   read data-file into ws-data-line
                       at end
                           move "Y" to ws-data-eof
                   end-read.
                   if ws-data-eof = "N" and ws-data-line not = spaces
                       if ws-bal-have-pend = "Y"
                           move ws-bal-pend-key to ws-bal-rec-key
                           move ws-bal-pend-amt to ws-bal-rec-amt
                           perform add-balance-figures
                           move "N" to ws-bal-have-pend
                       end-if
                       perform parse-data-record
                       perform hash-data-record
                       move ws-data-line to ws-bal-line
                       perform split-control-line
                       if ws-bal-is-trl = "Y"
                           move "Y" to ws-bal-have-pend
                           move ws-bal-rec-key to ws-bal-pend-key
                           move ws-bal-rec-amt to ws-bal-pend-amt
                       else
                           perform add-balance-figures
                       end-if
                   end-if.

           hash-data-record.
      *        The record's share of the two hashes: its key's
      *        digits, letters and punctuation passed over, and the
      *        sum of its amount fields. A currency-tagged amount
      *        hashes by its figure; a field that is no figure at all
      *        hashes as nothing, and rejects when it rates.
                   move 0 to ws-bal-rec-key ws-bal-rec-amt.
                   perform varying ws-bal-pos from 1 by 1
                           until ws-bal-pos > 16
                       if ws-data-key(ws-bal-pos:1) >= "0"
                               and ws-data-key(ws-bal-pos:1) <= "9"
                           move ws-data-key(ws-bal-pos:1)
                               to ws-bal-digit
                           compute ws-bal-rec-key = function mod(
                               ws-bal-rec-key * 10 + ws-bal-digit,
                               10000000000000)
                       end-if
                   end-perform.
                   perform varying ws-bal-fld from 1 by 1
                           until ws-bal-fld > 4
                       if ws-data-amt-txt(ws-bal-fld) not = spaces
                           move ws-data-amt-txt(ws-bal-fld)
                               to ws-check-num-txt
                           perform check-number-text
                           if ws-number-ok = "N"
                               perform parse-currency-token
                           end-if
                           if ws-number-ok = "Y"
                               compute ws-bal-rec-amt =
                                   ws-bal-rec-amt
                                   + function numval(ws-check-num-txt)
                                   on size error
                                       move "Y" to ws-bal-act-ovfl
                               end-compute
                           end-if
                       end-if
                   end-perform.

           add-balance-figures.
                   add 1 to ws-bal-act-count
                       on size error
                           move "Y" to ws-bal-act-ovfl
                   end-add.
                   compute ws-bal-act-keyhash = function mod(
                       ws-bal-act-keyhash + ws-bal-rec-key,
                       10000000000000).
                   add ws-bal-rec-amt to ws-bal-act-amthash
                       on size error
                           move "Y" to ws-bal-act-ovfl
                   end-add.

           split-control-line.
      *        A control record is read as space-separated words; a
      *        delimited extract's trailer comes delimited, and maybe
      *        quoted, like the rest of the extract, so both are
      *        turned to spaces first.
                   if ws-delim-mode = "Y"
                       inspect ws-bal-line
                           replacing all ws-data-delim by space
                       inspect ws-bal-line
                           replacing all quote by space
                   end-if.
                   move function trim(ws-bal-line leading)
                       to ws-bal-trim.
                   move spaces to ws-bal-tokens.
                   move 0 to ws-bal-tok-count.
                   unstring ws-bal-trim delimited by all space
                       into ws-bal-tok(1) ws-bal-tok(2) ws-bal-tok(3)
                            ws-bal-tok(4) ws-bal-tok(5)
                       tallying in ws-bal-tok-count
                   end-unstring.
                   if ws-bal-tok(1) = "TRAILER"
                       move "Y" to ws-bal-is-trl
                   else
                       move "N" to ws-bal-is-trl
                   end-if.

           parse-control-record.
      *        Three figures and nothing more: the record count and
      *        the key hash as plain unsigned whole numbers of up to
      *        7 and 13 digits, the amount hash as any figure the
      *        working fields can hold.
                   if ws-bal-is-trl = "Y"
                       move ws-bal-tok(2) to ws-bal-cnt-txt
                       move ws-bal-tok(3) to ws-bal-key-txt
                       move ws-bal-tok(4) to ws-bal-amt-txt
                       move ws-bal-tok(5) to ws-bal-extra-txt
                   else
                       move ws-bal-tok(1) to ws-bal-cnt-txt
                       move ws-bal-tok(2) to ws-bal-key-txt
                       move ws-bal-tok(3) to ws-bal-amt-txt
                       move ws-bal-tok(4) to ws-bal-extra-txt
                   end-if.
                   move "Y" to ws-bal-ctl-ok.
                   move 0 to ws-bal-exp-count ws-bal-exp-keyhash
                       ws-bal-exp-amthash.
                   if ws-bal-extra-txt not = spaces
                       move "N" to ws-bal-ctl-ok
                   end-if.
                   move ws-bal-cnt-txt to ws-check-num-txt.
                   perform check-control-whole.
                   if ws-number-ok = "Y" and ws-num-int-digits <= 7
                       compute ws-bal-exp-count =
                           function numval(ws-bal-cnt-txt)
                   else
                       move "N" to ws-bal-ctl-ok
                   end-if.
                   move ws-bal-key-txt to ws-check-num-txt.
                   perform check-control-whole.
                   if ws-number-ok = "Y"
                       compute ws-bal-exp-keyhash =
                           function numval(ws-bal-key-txt)
                   else
                       move "N" to ws-bal-ctl-ok
                   end-if.
                   move ws-bal-amt-txt to ws-check-num-txt.
                   perform check-number-text.
                   if ws-number-ok = "Y"
                       compute ws-bal-exp-amthash =
                           function numval(ws-bal-amt-txt)
                   else
                       move "N" to ws-bal-ctl-ok
                   end-if.

           check-control-whole.
                   perform check-number-text.
                   if ws-number-ok = "Y"
                       if ws-num-points > 0
                               or ws-check-num-txt(1:1) = "+"
                               or ws-check-num-txt(1:1) = "-"
                           move "N" to ws-number-ok
                       end-if
                   end-if.

           report-balance.
      *        Expected against actual for one source of control
      *        figures, figure by figure, on RPNRPT. Any figure off,
      *        a record that cannot be read, or actual figures too
      *        big to hold, and the file is out of balance.
                   if ws-bal-ctl-ok = "N"
                       move "Y" to ws-bal-failed
                       move spaces to rpt-record
                       string "CONTROL TOTALS UNREADABLE IN "
                               delimited by size
                           ws-bal-source delimited by space
                           into rpt-record
                       end-string
                       perform write-report
                   else
                       move ws-bal-source to ws-br-source
                       move "RECORDS" to ws-br-figure
                       move ws-bal-exp-count to ws-bal-num-edit
                       move ws-bal-num-edit to ws-br-exp
                       move ws-bal-act-count to ws-bal-num-edit
                       move ws-bal-num-edit to ws-br-act
                       if ws-bal-exp-count = ws-bal-act-count
                               and ws-bal-act-ovfl = "N"
                           move "BALANCES" to ws-br-verdict
                       else
                           move "OFF BALANCE" to ws-br-verdict
                           move "Y" to ws-bal-failed
                       end-if
                       move ws-bal-rpt-line to rpt-record
                       perform write-report
                       move "KEY HASH" to ws-br-figure
                       move ws-bal-exp-keyhash to ws-bal-num-edit
                       move ws-bal-num-edit to ws-br-exp
                       move ws-bal-act-keyhash to ws-bal-num-edit
                       move ws-bal-num-edit to ws-br-act
                       if ws-bal-exp-keyhash = ws-bal-act-keyhash
                           move "BALANCES" to ws-br-verdict
                       else
                           move "OFF BALANCE" to ws-br-verdict
                           move "Y" to ws-bal-failed
                       end-if
                       move ws-bal-rpt-line to rpt-record
                       perform write-report
                       move "AMT HASH" to ws-br-figure
                       move ws-bal-exp-amthash to ws-bal-amt-edit
                       move ws-bal-amt-edit to ws-br-exp
                       if ws-bal-act-ovfl = "Y"
                           move "OVERFLOWED" to ws-br-act
                           move "OFF BALANCE" to ws-br-verdict
                           move "Y" to ws-bal-failed
                       else
                           move ws-bal-act-amthash to ws-bal-amt-edit
                           move ws-bal-amt-edit to ws-br-act
                           if ws-bal-exp-amthash = ws-bal-act-amthash
                               move "BALANCES" to ws-br-verdict
                           else
                               move "OFF BALANCE" to ws-br-verdict
                               move "Y" to ws-bal-failed
                           end-if
                       end-if
                       move ws-bal-rpt-line to rpt-record
                       perform write-report
                   end-if.

           load-limits.
      *        Read the tolerance limits once before the records
      *        come: one item per record, the key then its low and
                       move spaces to ws-lim-low-txt
                       move spaces to ws-lim-high-txt
                       move spaces to ws-lim-rest-txt
                       move spaces to ws-lim-col(ws-lim-count)
                       move 0 to ws-lim-col-len
      *                An optional fourth field names the result
      *                column the band applies to; without one it is
      *                the first column, the classic result. A name
      *                is matched to the run's "out" lines once the
      *                template is read.
                       unstring ws-lim-line delimited by all space
                           into ws-lim-key(ws-lim-count)
                               count in ws-lim-key-len
                                ws-lim-low-txt
                                ws-lim-high-txt
                                ws-lim-col(ws-lim-count)
                               count in ws-lim-col-len
                                ws-lim-rest-txt
                       end-unstring
                       move "N" to ws-lim-bad
                       if ws-lim-key(ws-lim-count) = spaces
                               or ws-lim-key-len > 16
                               or ws-lim-col-len > 16
                               or ws-lim-rest-txt not = spaces
                           move "Y" to ws-lim-bad
                       end-if
                       if ws-lim-col(ws-lim-count) = spaces
                           move 1 to ws-lim-col-no(ws-lim-count)
                       else
                           move 0 to ws-lim-col-no(ws-lim-count)
                       end-if
                       if ws-lim-bad = "N"
                           move ws-lim-low-txt to ws-check-num-txt
                           perform check-number-text
                                   move prog-group-ovfl
                                       to ws-group-ovfl
                               end-if
      *                    Each extra result column's totals come
      *                    back the same way; a record written by a
      *                    one-figure run carries none.
                               perform varying ws-out-idx from 1 by 1
                                       until ws-out-idx > 3
                                   if prog-out-total(ws-out-idx)
                                           is numeric
                                           and prog-out-group(
                                               ws-out-idx) is numeric
                                       move prog-out-total(ws-out-idx)
                                           to ws-out-grand(
                                               ws-out-idx + 1)
                                       move prog-out-ovfl(ws-out-idx)
                                           to ws-out-grand-ovfl(
                                               ws-out-idx + 1)
                                       move prog-out-group(ws-out-idx)
                                           to ws-out-group(
                                               ws-out-idx + 1)
                                       move prog-out-group-ovfl(
                                               ws-out-idx)
                                           to ws-out-group-ovfl(
                                               ws-out-idx + 1)
                                   end-if
                               end-perform
                           end-if
                       end-if
                       close prog-file
                           if ctl-mode = "V"
                               move "Y" to ws-validate-mode
                           end-if
      *                Mode byte W asks for a what-if run: RPNDATA
      *                rated against RPNTAB as it stands and again
      *                with the pending RPNTRAN changes, compared on
      *                RPNWRPT, nothing posted.
                           if ctl-mode = "W"
                               move "Y" to ws-whatif-mode
                           end-if
      *                A commit interval makes a data-mode run
      *                restartable; blank or zero keeps the
      *                historical single-shot behavior. The interval
                           if ctl-base-curr not = spaces
                               move ctl-base-curr to ws-base-curr
                           end-if
      *                A type byte of Y says every RPNDATA record
      *                leads with a record-type code and RPNCMD holds
      *                a template per type; anything else keeps the
      *                one-template run.
                           if ctl-type-mode = "Y"
                               move "Y" to ws-type-mode
                               move 2 to ws-dl-key-field
                           end-if
      *                The operator a batch run signs on as, and an
      *                environment byte of P for a run pointed at the
      *                production files; both only count once
      *                RPNOPER is in place.
                           move ctl-operator to ws-ctl-oper-id
                           if ctl-env = "P"
                               move "Y" to ws-prod-env
                           end-if
      *                A balance byte of B says the sending system
      *                always sends control totals with RPNDATA, so
      *                a file that arrives without them is refused.
      *                Anything else still balances whatever figures
      *                do come, and rates a file without them.
                           if ctl-balance = "B"
                               move "Y" to ws-bal-required
                           end-if
      *                A partition count makes this job one key range
      *                of a split run. Unlike the fields above, a
      *                partition that cannot be read is not quietly
      *                dropped: every job of the split would then
      *                rate the whole file, so the run is refused.
                           if ctl-part-count not = spaces
                                   or ctl-part-no not = spaces
                               perform load-partition
                           end-if
                       end-if
                   end-if.
                   close ctl-file.

           load-partition.
                   if ctl-part-count is numeric
                           and ctl-part-no is numeric
                           and ctl-part-count > 0
                           and ctl-part-no > 0
                           and ctl-part-no <= ctl-part-count
                       move "Y" to ws-part-mode
                       move ctl-part-no to ws-part-no
                       move ctl-part-count to ws-part-count
                       move ctl-part-low to ws-part-low
                       move ctl-part-high to ws-part-high
                       if ws-part-low not = spaces
                               and ws-part-high not = spaces
                               and ws-part-low > ws-part-high
                           move "Y" to ws-part-bad
                       end-if
                   else
                       move "Y" to ws-part-bad
                   end-if.

           load-macros.
      *        Read the macro library once before the main loop: one
      *        macro per record, the name first and the token sequence
      *        Rate every RPNDATA record through one expression
      *        template. The template is the first RPNCMD line, its
      *        tokens are split once up front, and placeholders &1-&4
      *        stand in for the record's amount fields. With record
      *        types in force every RPNCMD line is a typed template
      *        instead, all loaded up front, and each record picks
      *        its own. Either way, "out" lines naming the result
      *        columns may follow.
                   move "N" to ws-have-template.
                   if ws-type-mode = "Y"
                       perform load-type-template
                           until ws-cmd-eof = "Y"
                       if ws-type-count > 0
                           move "Y" to ws-have-template
                       end-if
                   else
                       read cmd-file into ws-line
                           at end
                               move spaces to ws-line
                       end-read
                       if ws-line not = spaces
                           move "Y" to ws-have-template
                           perform split-line
                           move ws-command to ws-template
                           move ws-command-count to ws-template-count
                           perform load-output-line
                               until ws-cmd-eof = "Y"
                       end-if
                   end-if.
                   if ws-lim-count > 0
                       perform resolve-limit-columns
                   end-if.
                   if ws-have-template = "N"
      *                No template means not one record can rate:
      *                journal the failure so the step ends nonzero
      *                and close RPNRES out as incomplete, so an
                       move "ERR" to ws-audit-op
                       perform write-audit
                       move "Y" to ws-abort-run
                       if ws-whatif-mode = "Y"
                           perform write-whatif-totals
                       else
                           perform write-grand-totals
                       end-if
                   else
                       if ws-delim-mode = "Y"
                           perform skip-header-record
                       end-if
                       perform process-data-record
                           until ws-data-eof = "Y"
                           or ws-abort-run = "Y"
                       if ws-whatif-mode = "Y"
                           perform write-whatif-totals
                       else
                           perform write-grand-totals
                       end-if
                       if ws-part-mode = "Y"
                           move ws-part-skip-count
                               to ws-part-skip-edit
                           move spaces to rpt-record
                           string "PART " delimited by size
                               ws-part-no delimited by size
                               " OF " delimited by size
                               ws-part-count delimited by size
                               " - OTHER PARTS' RECORDS PASSED OVER "
                                   delimited by size
                               ws-part-skip-edit delimited by size
                               into rpt-record
                           end-string
                           perform write-report
                       end-if
                   end-if.

           load-type-template.
                   read cmd-file into ws-line
                       at end
                           move "Y" to ws-cmd-eof
                   end-read.
                   if ws-cmd-eof = "N" and ws-line not = spaces
                       perform parse-output-line
                       if ws-out-is-decl = "Y"
                           perform store-output-line
                       else
                           perform store-type-template
                       end-if
                   end-if.

           store-type-template.
      *        A typed template line is the record-type code, then
      *        the template that rates records of that type. A code
      *        that is blank, longer than the table holds or already
      *        taken, or a code with no template behind it, cannot
      *        be trusted to rate the right records, so the line is
      *        refused and journaled as an error rather than left to
      *        misrate a whole type quietly.
                   if ws-type-count >= ws-type-max
                       if ws-type-full = "N"
                           move "Y" to ws-type-full
                           move "TEMPLATE TABLE FULL - REST IGNORED"
                               to rpt-record
                           perform write-report
                           move 0 to ws-value-a ws-value-b
                               ws-value-res
                           move "ERR" to ws-audit-op
                           perform write-audit
                       end-if
                   else
                       perform strip-type-code
                       if ws-type-bad = "N"
                           perform find-type-template
                           if ws-type-found not = 0
                                   or ws-line = spaces
                               move "Y" to ws-type-bad
                           end-if
                       end-if
                       if ws-type-bad = "Y"
                           move spaces to rpt-record
                           string "BAD TEMPLATE TYPE - IGNORED "
                                   delimited by size
                               ws-data-type(1:16) delimited by size
                               into rpt-record
                           end-string
                           perform write-report
                           move 0 to ws-value-a ws-value-b
                               ws-value-res
                           move "ERR" to ws-audit-op
                           perform write-audit
                       else
                           perform split-line
                           add 1 to ws-type-count
                           move ws-data-type(1:4)
                               to ws-type-code(ws-type-count)
                           move ws-command
                               to ws-type-template(ws-type-count)
                           move ws-command-count
                               to ws-type-tok-count(ws-type-count)
                       end-if
                   end-if.

           strip-type-code.
      *        Take the type code off the front of ws-line and leave
      *        the template behind it in ws-line, for the loader and
      *        the validator alike.
                   move spaces to ws-data-type.
                   move 1 to ws-type-ptr.
                   unstring ws-line delimited by all space
                       into ws-data-type
                       with pointer ws-type-ptr
                   end-unstring.
                   move "N" to ws-type-bad.
                   if ws-data-type = spaces
                           or ws-data-type(5:) not = spaces
                       move "Y" to ws-type-bad
                   end-if.
                   move spaces to ws-expand-line.
                   if ws-type-ptr <= 256
                       move ws-line(ws-type-ptr:) to ws-expand-line
                   end-if.
                   move ws-expand-line to ws-line.

           find-type-template.
                   move 0 to ws-type-found.
                   perform varying ws-type-idx from 1 by 1
                           until ws-type-idx > ws-type-count
                           or ws-type-found not = 0
                       if ws-data-type(1:4) = ws-type-code(ws-type-idx)
                               and ws-data-type(5:) = spaces
                           move ws-type-idx to ws-type-found
                       end-if
                   end-perform.

           select-type-template.
      *        A record rates through its own type's template; a
      *        type nobody wrote a template for is a bad record, the
      *        same as one that cannot be keyed.
                   perform find-type-template.
                   if ws-type-found = 0
                       move "Y" to ws-data-bad
                       move spaces to rpt-record
                       string "UNKNOWN RECORD TYPE " delimited by size
                           ws-data-type(1:16) delimited by size
                           " " delimited by size
                           ws-data-key delimited by size
                           into rpt-record
                       end-string
                       perform write-report
                   else
                       move "N" to ws-data-bad
                       move ws-type-template(ws-type-found)
                           to ws-template
                       move ws-type-tok-count(ws-type-found)
                           to ws-template-count
                   end-if.

           load-output-line.
      *        Past the template only "out" lines mean anything to a
      *        data run; anything else is left alone, as it always
      *        was.
                   read cmd-file into ws-line
                       at end
                           move "Y" to ws-cmd-eof
                   end-read.
                   if ws-cmd-eof = "N" and ws-line not = spaces
                       perform parse-output-line
                       if ws-out-is-decl = "Y"
                           perform store-output-line
                       end-if
                   end-if.

           parse-output-line.
      *        An "out" line names one result column, then says where
      *        the template leaves its figure: sN for the Nth stack
      *        position from the top, rN for register N. A name
      *        longer than a key, a place that is neither, or a name
      *        already taken is set out in ws-out-msg.
                   move function trim(ws-line leading) to ws-out-line.
                   move spaces to ws-out-verb ws-out-name-txt
                       ws-out-where-txt ws-out-rest ws-out-msg.
                   move 0 to ws-out-name-len.
                   unstring ws-out-line delimited by all space
                       into ws-out-verb
                            ws-out-name-txt count in ws-out-name-len
                            ws-out-where-txt
                            ws-out-rest
                   end-unstring.
                   move "N" to ws-out-is-decl.
                   if ws-out-verb = "out"
                       move "Y" to ws-out-is-decl
                       evaluate true
                           when ws-out-name-txt = spaces
                                   or ws-out-name-len > 16
                               move "BAD OUTPUT NAME" to ws-out-msg
                           when ws-out-rest not = spaces
                                   or ws-out-where-txt(3:) not = spaces
                                   or ws-out-where-txt(2:1) < "0"
                                   or ws-out-where-txt(2:1) > "9"
                               move "BAD OUTPUT PLACE" to ws-out-msg
                           when ws-out-where-txt(1:1) = "s"
                                   and ws-out-where-txt(2:1) not = "0"
                               continue
                           when ws-out-where-txt(1:1) = "r"
                               continue
                           when other
                               move "BAD OUTPUT PLACE" to ws-out-msg
                       end-evaluate
                       if ws-out-msg = spaces
                           perform find-output-name
                           if ws-out-found not = 0
                               move "DUPLICATE OUTPUT NAME"
                                   to ws-out-msg
                           end-if
                       end-if
                       if ws-out-msg = spaces
                               and ws-out-count >= ws-out-max
                           move "TOO MANY OUTPUTS" to ws-out-msg
                       end-if
                   end-if.

           find-output-name.
                   move 0 to ws-out-found.
                   perform varying ws-out-idx from 1 by 1
                           until ws-out-idx > ws-out-count
                           or ws-out-found not = 0
                       if ws-out-name(ws-out-idx) = ws-out-name-txt
                           move ws-out-idx to ws-out-found
                       end-if
                   end-perform.

           enter-output-line.
                   add 1 to ws-out-count.
                   move ws-out-name-txt to ws-out-name(ws-out-count).
                   move ws-out-where-txt(1:1)
                       to ws-out-where(ws-out-count).
                   move ws-out-where-txt(2:1)
                       to ws-out-pos(ws-out-count).

           store-output-line.
      *        A column refused here would move every column after it
      *        one place left on RPNRES, so the line is journaled as
      *        an error, the way a bad template type is, rather than
      *        quietly dropped.
                   if ws-out-msg = spaces
                       perform enter-output-line
                   else
                       move spaces to rpt-record
                       string ws-out-msg delimited by "  "
                           " - IGNORED " delimited by size
                           ws-out-name-txt(1:16) delimited by size
                           into rpt-record
                       end-string
                       perform write-report
                       move 0 to ws-value-a ws-value-b ws-value-res
                       move "ERR" to ws-audit-op
                       perform write-audit
                   end-if.

           resolve-limit-columns.
      *        A band for a named column holds only if the run has a
      *        column by that name; one for a column nobody declared
      *        could never be checked, so the supervisor hears about
      *        it instead of trusting it.
                   perform varying ws-lim-idx from 1 by 1
                           until ws-lim-idx > ws-lim-count
                       if ws-lim-col(ws-lim-idx) not = spaces
                           move ws-lim-col(ws-lim-idx)
                               to ws-out-name-txt
                           perform find-output-name
                           move ws-out-found
                               to ws-lim-col-no(ws-lim-idx)
                           if ws-out-found = 0
                               move spaces to rpt-record
                               string "LIMIT FOR UNKNOWN COLUMN - "
                                       delimited by size
                                   "IGNORED " delimited by size
                                   ws-lim-key(ws-lim-idx)
                                       delimited by space
                                   " " delimited by size
                                   ws-lim-col(ws-lim-idx)
                                       delimited by space
                                   into rpt-record
                               end-string
                               perform write-report
                           end-if
                       end-if
                   end-perform.

           skip-header-record.
      *        A delimited extract arrives with a header row naming
      *        its columns; it is not data and never counts toward
                       at end
                           move "Y" to ws-data-eof
                   end-read.
      *        The record after the last one the balance counted is
      *        the trailer, and is not rated.
                   if ws-data-eof = "N" and ws-data-line not = spaces
                           and ws-bal-have-trl = "Y"
                           and ws-recs-read = ws-bal-act-count
                       move "Y" to ws-data-eof
                   end-if.
                   if ws-data-eof = "N" and ws-data-line not = spaces
                       perform parse-data-record
                       move "N" to ws-part-skip
                       if ws-part-mode = "Y"
                           perform check-partition-range
                       end-if
                       if ws-part-skip = "N"
                           if ws-whatif-mode = "Y"
                               perform whatif-data-record
                           else
                               perform rate-data-record
                           end-if
                       end-if
      *                A skipped record still counts toward the
      *                commit position, so a resume lands on the
      *                same record whichever job reads the file.
                       add 1 to ws-recs-read
      *                A record the error policy cut off stays
      *                uncommitted, so the resume rates it again in
                       end-if
                   end-if.

           parse-data-record.
      *        A data record is an item key followed by its amount
      *        fields; pick them out, so the key can be judged before
      *        anything rates.
                   move spaces to ws-data-key.
                   move spaces to ws-data-type.
                   move spaces to ws-data-amounts.
                   move 0 to ws-data-field-count.
                   if ws-delim-mode = "Y"
                       perform parse-delimited-record
                   else
                       if ws-type-mode = "Y"
                           unstring ws-data-line delimited by all space
                               into ws-data-type ws-data-key
                                    ws-data-amt-txt(1)
                                    ws-data-amt-txt(2)
                                    ws-data-amt-txt(3)
                                    ws-data-amt-txt(4)
                               tallying in ws-data-field-count
                           end-unstring
                           if ws-data-field-count < 2
                               move 0 to ws-data-field-count
                           else
                               subtract 2 from ws-data-field-count
                           end-if
                       else
                           unstring ws-data-line delimited by all space
                               into ws-data-key ws-data-amt-txt(1)
                                    ws-data-amt-txt(2)
                                    ws-data-amt-txt(3)
                                    ws-data-amt-txt(4)
                               tallying in ws-data-field-count
                           end-unstring
                           subtract 1 from ws-data-field-count
                       end-if
                   end-if.

           check-partition-range.
      *        The job's key range is inclusive at both ends, and a
      *        blank end is open. A record that cannot be keyed
      *        falls below every low key, so the first partition -
      *        the one with no low key - rejects it, and it is
      *        counted once across the split, not once per job.
                   if ws-part-low not = spaces
                           and ws-data-key < ws-part-low
                       move "Y" to ws-part-skip
                   end-if.
                   if ws-part-high not = spaces
                           and ws-data-key > ws-part-high
                       move "Y" to ws-part-skip
                   end-if.
                   if ws-part-skip = "Y"
                       add 1 to ws-part-skip-count
                   end-if.

           rate-data-record.
      *        Substitute the record's amounts into the template's
      *        placeholder slots, run the tokens through the same
      *        machinery an operator would drive, and keep whatever
      *        ends up on top of the stack as the record's result.
      *        A leading space on the record leaves a spurious empty
      *        key, the same UNSTRING quirk split-line guards against;
      *        such a record cannot be keyed back to an item, so
                       move "BAD DATA RECORD" to rpt-record
                       perform write-report
                   else
                       if ws-type-mode = "Y"
                           perform select-type-template
                       else
                           move "N" to ws-data-bad
                       end-if
                       if ws-data-bad = "N"
                           perform build-record-command
                       end-if
                   end-if.
                   if ws-data-bad = "Y"
      *                A rejected record is a batch error like any
           rate-record-result.
      *        Whatever the template left on top of the stack is the
      *        record's result; no result at all counts against the
      *        run. A what-if rating only notes the figure for the
      *        comparison. With named result columns the figures are
      *        collected from wherever the "out" lines say, and the
      *        first of them stands as the record's result.
                   if ws-out-count > 0
                       perform pick-record-outputs
                   else
                       perform stack-peek
                   end-if.
                   if ws-stack-error = "N"
                       if ws-whatif-mode = "Y"
                           perform keep-whatif-result
                       else
                           perform write-record-result
                       end-if
                   else
      *                No result on the stack means the record did
                       add 1 to ws-data-err-count
                   end-if.

           pick-record-outputs.
      *        A stack position the template never filled means the
      *        record did not rate, the same as an empty stack for a
      *        one-figure template. A register always holds a figure,
      *        zero if the template never stored one.
                   move "N" to ws-stack-error.
                   perform varying ws-out-idx from 1 by 1
                           until ws-out-idx > ws-out-count
                       if ws-out-where(ws-out-idx) = "r"
                           move ws-out-pos(ws-out-idx)
                               to ws-register-num
                           move ws-register-item(ws-register-num + 1)
                               to ws-out-val(ws-out-idx)
                           move ws-register-curr(ws-register-num + 1)
                               to ws-out-curr(ws-out-idx)
                       else
                           if ws-out-pos(ws-out-idx)
                                   > ws-stack-max - ws-stack-ptr
                               if ws-stack-error = "N"
                                   move "Y" to ws-stack-error
                                   move spaces to rpt-record
                                   string "NO RESULT FOR COLUMN "
                                           delimited by size
                                       ws-out-name(ws-out-idx)
                                           delimited by space
                                       " " delimited by size
                                       ws-data-key delimited by size
                                       into rpt-record
                                   end-string
                                   perform write-report
                               end-if
                           else
                               compute ws-out-slot = ws-stack-ptr
                                   + ws-out-pos(ws-out-idx)
                               move ws-stack-item(ws-out-slot)
                                   to ws-out-val(ws-out-idx)
                               move ws-stack-curr(ws-out-slot)
                                   to ws-out-curr(ws-out-idx)
                           end-if
                       end-if
                   end-perform.
                   if ws-stack-error = "N"
                       move ws-out-val(1) to ws-value-res
                       move ws-out-curr(1) to ws-curr-res
                   end-if.

           write-record-result.
                   if ws-break-len > 0
                       perform check-control-break
                   end-if.
                   move spaces to res-record.
                   move ws-data-key to res-key.
                   move ws-value-res to res-amt.
                   move ws-curr-res to res-curr.
                   perform varying ws-out-idx from 2 by 1
                           until ws-out-idx > ws-out-count
                       move ws-out-val(ws-out-idx)
                           to res-xamt(ws-out-idx - 1)
                   end-perform.
                   perform write-res-detail.
                   add ws-value-res to ws-grand-total
                       on size error
                           move "Y" to ws-grand-ovfl
                   end-add.
                   add 1 to ws-data-rec-count.
                   if ws-break-len > 0
                       add ws-value-res to ws-group-amt
                           on size error
                               move "Y" to ws-group-ovfl
                       end-add
                       add 1 to ws-group-count
                   end-if.
                   perform varying ws-out-idx from 2 by 1
                           until ws-out-idx > ws-out-count
                       add ws-out-val(ws-out-idx)
                           to ws-out-grand(ws-out-idx)
                           on size error
                               move "Y"
                                   to ws-out-grand-ovfl(ws-out-idx)
                       end-add
                       if ws-break-len > 0
                           add ws-out-val(ws-out-idx)
                               to ws-out-group(ws-out-idx)
                               on size error
                                   move "Y"
                                       to ws-out-group-ovfl(ws-out-idx)
                           end-add
                       end-if
                   end-perform.
                   if ws-lim-count > 0
                       perform check-record-limits
                   end-if.

           parse-delimited-record.
      *        Split the record on the configured delimiter byte,
      *        honoring quotes: a quoted field may carry the
      *        delimiter, and a doubled quote inside one is a
      *        literal quote. The first column is the item key (the
      *        second, behind the type code, when record types are
      *        in force), the next four are the amount fields - the
      *        extract may carry more, but those are its business,
      *        not ours. Each amount still goes through
      *        check-number-text on substitution, so the extract is
      *        taken as-is without being trusted. An unterminated
      *        quote leaves the key blank, which rejects the record
      *        the way any unkeyable record rejects.
                   move 0 to ws-dl-field-no.
                   move spaces to ws-dl-field.
                   move 1 to ws-dl-out-pos.

           finish-dl-field.
      *        Leading blanks are shed so a padded extract column
      *        still reads as the plain figure it carries. With
      *        record types in force the type code is the first
      *        column and everything after it moves along one.
                   add 1 to ws-dl-field-no.
                   if ws-dl-field-no < ws-dl-key-field
                       move function trim(ws-dl-field)
                           to ws-data-type
                   else
                   if ws-dl-field-no = ws-dl-key-field
                       move function trim(ws-dl-field)
                           to ws-data-key
                   else
                       if ws-dl-field-no <= ws-dl-key-field + 4
                           compute ws-data-field-count =
                               ws-dl-field-no - ws-dl-key-field
                           move function trim(ws-dl-field)
                               to ws-data-amt-txt(ws-data-field-count)
                       end-if
                   end-if
                   end-if.
                   move spaces to ws-dl-field.
                   move 1 to ws-dl-out-pos.
      *        must stay complete - but an out-of-band figure also
      *        lands in the exceptions file with everything a
      *        reviewer needs: the key, the result, the limit it
      *        broke and the input figures that produced it. Each
      *        result column is held against its own band, the first
      *        band on file for the key and column being the one that
      *        counts.
                   move spaces to ws-lim-done.
                   perform varying ws-lim-idx from 1 by 1
                           until ws-lim-idx > ws-lim-count
                       move ws-lim-col-no(ws-lim-idx) to ws-lim-col-at
                       if ws-lim-key(ws-lim-idx) = ws-data-key
                               and ws-lim-col-at > 0
                           if ws-lim-done(ws-lim-col-at:1) = space
                               move "Y" to ws-lim-done(ws-lim-col-at:1)
                               move ws-lim-idx to ws-lim-found
                               perform check-column-limit
                           end-if
                       end-if
                   end-perform.

           check-column-limit.
                   if ws-lim-col-at = 1
                       move ws-value-res to ws-lim-value
                   else
                       move ws-out-val(ws-lim-col-at) to ws-lim-value
                   end-if.
                   move spaces to exc-record.
                   if ws-lim-value < ws-lim-low(ws-lim-found)
                       move "LOW" to exc-which
                       move ws-lim-low(ws-lim-found)
                           to exc-limit
                       perform write-exception
                   else
                       if ws-lim-value
                               > ws-lim-high(ws-lim-found)
                           move "HIGH" to exc-which
                           move ws-lim-high(ws-lim-found)
                               to exc-limit
                           perform write-exception
                       end-if
                   end-if.

      *        exc-which and exc-limit are already set; the rest of
      *        the record is filled here so the LOW and HIGH
      *        branches lay down the same shape. Exceptions ride
      *        the commit discipline the detail lines do. A run with
      *        named result columns says which column broke its band,
      *        by place and by name.
                   move ws-data-key to exc-key.
                   move ws-lim-value to exc-amt.
                   move ws-data-line(1:80) to exc-input.
                   if ws-out-count > 0
                       move ws-lim-col-at to exc-col-no
                       move ws-out-name(ws-lim-col-at) to exc-col-name
                   end-if.
                   add 1 to ws-exc-count.
                   if ws-commit-every > 0
                       add 1 to ws-exc-buf-count
                       move ws-group-amt to res-amt
                   end-if.
                   move ws-group-count to res-count.
                   perform varying ws-out-idx from 2 by 1
                           until ws-out-idx > ws-out-count
                       if ws-out-group-ovfl(ws-out-idx) = "Y"
                           move spaces to rpt-record
                           string "SUBTOTAL OVERFLOWED - "
                                   delimited by size
                               ws-out-name(ws-out-idx)
                                   delimited by space
                               into rpt-record
                           end-string
                           perform write-report
                       else
                           move ws-out-group(ws-out-idx)
                               to res-xamt(ws-out-idx - 1)
                       end-if
                       move 0 to ws-out-group(ws-out-idx)
                       move "N" to ws-out-group-ovfl(ws-out-idx)
                   end-perform.
                   perform write-res-detail.
                   move 0 to ws-group-count.
                   move 0 to ws-group-amt.
                   move ws-group-amt to prog-group-amt.
                   move ws-group-ovfl to prog-group-ovfl.
                   move ws-exc-count to prog-exc-count.
                   perform varying ws-out-idx from 2 by 1
                           until ws-out-idx > ws-out-count
                       move ws-out-grand(ws-out-idx)
                           to prog-out-total(ws-out-idx - 1)
                       move ws-out-grand-ovfl(ws-out-idx)
                           to prog-out-ovfl(ws-out-idx - 1)
                       move ws-out-group(ws-out-idx)
                           to prog-out-group(ws-out-idx - 1)
                       move ws-out-group-ovfl(ws-out-idx)
                           to prog-out-group-ovfl(ws-out-idx - 1)
                   end-perform.
                   write prog-record.
                   perform check-prog-write.
                   close prog-file.
                       write res-record
                       perform check-res-write
                   end-if.
      *        The run stamp is the session header's date and time,
      *        so the file can be traced back to its journal session
      *        and a posting step can tell one run from the next,
      *        even split jobs started in the same minute. It
      *        carries neither amount nor count, so it never reads
      *        as a detail line.
                   move spaces to res-run-record.
                   move "RUN" to res-run-key.
                   string ws-accept-date-x delimited by size
                       ws-accept-time-x(1:6) delimited by size
                       into res-run-stamp
                   end-string.
                   write res-run-record.
                   perform check-res-write.
      *        One job of a split run says which piece it is, so
      *        rpnmrg can tell a missing piece from a finished one
      *        and a posting step can refuse a piece on its own.
                   if ws-part-mode = "Y"
                       move spaces to res-record
                       string "PART " delimited by size
                           ws-part-no delimited by size
                           " OF " delimited by size
                           ws-part-count delimited by size
                           into res-key
                       end-string
                       write res-record
                       perform check-res-write
                   end-if.
      *        Named result columns are listed by name over the
      *        columns they head, with the count of columns, so a
      *        reader can tell which figure is which.
                   if ws-out-count > 0
                       move spaces to res-cols-record
                       move "COLUMNS" to res-cols-key
                       move ws-out-name(1) to res-cols-first
                       move ws-out-count to res-cols-count
                       perform varying ws-out-idx from 2 by 1
                               until ws-out-idx > ws-out-count
                           move ws-out-name(ws-out-idx)
                               to res-cols-name(ws-out-idx - 1)
                       end-perform
                       write res-cols-record
                       perform check-res-write
                   end-if.
      *        A file balanced to the sending system's control totals
      *        shows both sets of figures, theirs and ours, as proof
      *        of what was rated.
                   if ws-bal-active = "Y"
                       move spaces to res-ctl-record
                       move "CONTROL EXPECTED" to res-ctl-key
                       move ws-bal-exp-count to res-ctl-count
                       move ws-bal-exp-keyhash to res-ctl-keyhash
                       move ws-bal-exp-amthash to res-ctl-amthash
                       write res-ctl-record
                       perform check-res-write
                       move spaces to res-ctl-record
                       move "CONTROL ACTUAL" to res-ctl-key
                       move ws-bal-act-count to res-ctl-count
                       move ws-bal-act-keyhash to res-ctl-keyhash
                       move ws-bal-act-amthash to res-ctl-amthash
                       write res-ctl-record
                       perform check-res-write
                   end-if.
                   move spaces to res-record.
                   move "RECORDS RATED" to res-key.
                   move ws-data-rec-count to res-count.
                       move "GRAND TOTAL" to res-key
                       move ws-grand-total to res-amt
                   end-if.
                   perform varying ws-out-idx from 2 by 1
                           until ws-out-idx > ws-out-count
                       if ws-out-grand-ovfl(ws-out-idx) = "Y"
                           move spaces to rpt-record
                           string "TOTAL OVERFLOWED - "
                                   delimited by size
                               ws-out-name(ws-out-idx)
                                   delimited by space
                               into rpt-record
                           end-string
                           perform write-report
                       else
                           move ws-out-grand(ws-out-idx)
                               to res-xamt(ws-out-idx - 1)
                       end-if
                   end-perform.
                   write res-record.
                   perform check-res-write.

                       perform write-report
                   end-if.

           open-whatif-report.
      *        The report says at its head what it is and what it is
      *        not: a forecast against pending changes, rated as of
      *        the run's rate date, posted nowhere.
                   open output wrpt-file.
                   move "RPN WHAT-IF RATING IMPACT REPORT"
                       to wrpt-record.
                   perform write-impact-line.
                   move spaces to wrpt-record.
                   string "DATE " delimited by size
                       ws-accept-date-x delimited by size
                       " RATE DATE " delimited by size
                       ws-rate-date delimited by size
                       " OPER " delimited by size
                       ws-oper-id delimited by size
                       " - SIMULATION ONLY: RPNTAB UNCHANGED,"
                           delimited by size
                       " NOTHING POSTED" delimited by size
                       into wrpt-record
                   end-string.
                   perform write-impact-line.
                   move spaces to wrpt-record.
                   perform write-impact-line.
                   move "PENDING RPNTAB CHANGES (RPNTRAN)"
                       to wrpt-record.
                   perform write-impact-line.

           load-whatif-changes.
      *        Copy the live table twice: one copy stays as it
      *        stands, the other takes the pending changes, applied
      *        by the rules rpnmaint applies them by, so a change it
      *        would reject tomorrow is not simulated today either.
                   move ws-constants to ws-wi-live-consts.
                   move ws-const-count to ws-wi-live-count.
                   move ws-constants to ws-wi-new-consts.
                   move ws-const-count to ws-wi-new-count.
                   open input tran-file.
                   if ws-tran-status not = "00"
                       move "Y" to ws-wi-tran-eof
                   end-if.
                   perform read-whatif-change
                       until ws-wi-tran-eof = "Y".
                   close tran-file.
                   if ws-wi-tran-no = 0
                       move spaces to wrpt-record
                       string "NO PENDING CHANGES IN RPNTRAN - BOTH"
                               delimited by size
                           " RATINGS USE THE LIVE TABLE"
                               delimited by size
                           into wrpt-record
                       end-string
                       perform write-impact-line
                   end-if.
                   move spaces to wrpt-record.
                   perform write-impact-line.
                   move spaces to ws-wi-detail-line.
                   move "KEY" to ws-wd-key.
                   move "       OLD RESULT" to ws-wd-old-x.
                   move "       NEW RESULT" to ws-wd-new-x.
                   move "       DIFFERENCE" to ws-wd-diff-x.
                   move "  PCT CHG" to ws-wd-pct-x.
                   move "CUR" to ws-wd-curr.
                   move "NOTE" to ws-wd-note.
                   move ws-wi-detail-line to wrpt-record.
                   perform write-impact-line.

           read-whatif-change.
                   read tran-file into ws-wi-tran-line
                       at end
                           move "Y" to ws-wi-tran-eof
                   end-read.
                   if ws-wi-tran-eof = "N"
                           and ws-wi-tran-line not = spaces
                           and ws-wi-tran-line(1:1) not = "*"
                       add 1 to ws-wi-tran-no
                       perform overlay-change
                   end-if.

           overlay-change.
      *        Action, file and name come off the front and the rest
      *        is the value and its dates, as rpnmaint reads them.
      *        Only constants are simulated; a pending macro change
      *        is listed as not simulated, so nobody signs the
      *        report thinking it was.
                   move spaces to ws-wi-action ws-wi-target
                       ws-wi-name ws-wi-rest ws-wi-msg.
                   move 0 to ws-wi-name-len.
                   move 1 to ws-wi-ptr.
                   unstring ws-wi-tran-line delimited by all space
                       into ws-wi-action
                            ws-wi-target
                            ws-wi-name
                                count in ws-wi-name-len
                       with pointer ws-wi-ptr
                   end-unstring.
                   if ws-wi-ptr <= 256
                       move ws-wi-tran-line(ws-wi-ptr:) to ws-wi-rest
                   end-if.
                   move spaces to ws-wi-val-txt ws-wi-from-txt
                       ws-wi-to-txt ws-wi-extra.
                   unstring ws-wi-rest delimited by all space
                       into ws-wi-val-txt
                            ws-wi-from-txt
                            ws-wi-to-txt
                            ws-wi-extra
                   end-unstring.
                   evaluate true
                       when ws-wi-action not = "ADD"
                               and ws-wi-action not = "CHG"
                               and ws-wi-action not = "DEL"
                           move "BAD ACTION" to ws-wi-msg
                       when ws-wi-target = "MAC"
                           move "MACRO CHANGE" to ws-wi-msg
                       when ws-wi-target not = "TAB"
                           move "BAD FILE" to ws-wi-msg
                       when ws-wi-name = spaces
                           move "MISSING NAME" to ws-wi-msg
                       when ws-wi-name-len > 16
                           move "NAME TOO LONG" to ws-wi-msg
                       when ws-wi-action = "ADD"
                           perform overlay-add
                       when ws-wi-action = "CHG"
                           perform overlay-chg
                       when other
                           perform overlay-del
                   end-evaluate.
                   perform report-overlay.

           check-overlay-value.
      *        The refusals rpnmaint makes before it touches RPNTAB:
      *        a hijacking name, a value that is not a plain
      *        decimal, a date that is not a real day, anything
      *        left over after the dates.
                   move ws-wi-name(1:16) to ws-check-name.
                   perform check-reserved-name.
                   move ws-wi-name(1:16) to ws-check-num-txt.
                   perform check-number-text.
                   evaluate true
                       when ws-name-reserved = "Y"
                           move "RESERVED NAME" to ws-wi-msg
                       when ws-number-ok = "Y"
                               or ws-num-too-big = "Y"
                               or ws-num-too-precise = "Y"
                           move "NUMERIC NAME" to ws-wi-msg
                       when other
                           move ws-wi-val-txt to ws-check-num-txt
                           perform check-number-text
                           if ws-number-ok = "N"
                               move "BAD VALUE" to ws-wi-msg
                           else
                               perform check-overlay-dates
                               if ws-wi-dates-ok = "N"
                                   move "BAD DATE" to ws-wi-msg
                               else
                                   if ws-wi-extra not = spaces
                                       move "EXTRA FIELDS"
                                           to ws-wi-msg
                                   end-if
                               end-if
                           end-if
                   end-evaluate.

           check-overlay-dates.
                   move "Y" to ws-wi-dates-ok.
                   move 0 to ws-wi-from.
                   move 99999999 to ws-wi-to.
                   if ws-wi-from-txt not = spaces
                       move ws-wi-from-txt to ws-check-num-txt
                       perform check-number-text
                       if ws-number-ok = "Y"
                           compute ws-date-value =
                               function numval(ws-wi-from-txt)
                           perform check-date
                       else
                           move "N" to ws-date-ok
                       end-if
                       if ws-date-ok = "N"
                           move "N" to ws-wi-dates-ok
                       else
                           move ws-date-int to ws-wi-from
                       end-if
                   end-if.
                   if ws-wi-dates-ok = "Y"
                           and ws-wi-to-txt not = spaces
                       move ws-wi-to-txt to ws-check-num-txt
                       perform check-number-text
                       if ws-number-ok = "Y"
                           compute ws-date-value =
                               function numval(ws-wi-to-txt)
                           perform check-date
                       else
                           move "N" to ws-date-ok
                       end-if
                       if ws-date-ok = "N"
                           move "N" to ws-wi-dates-ok
                       else
                           move ws-date-int to ws-wi-to
                       end-if
                   end-if.
                   if ws-wi-dates-ok = "Y"
                           and ws-wi-to < ws-wi-from
                       move "N" to ws-wi-dates-ok
                   end-if.

           find-overlay-version.
      *        A change addresses one version of a constant: the
      *        name plus its effective-from date, no date meaning
      *        the undated version.
                   move 0 to ws-wi-found.
                   perform varying ws-wi-idx from 1 by 1
                           until ws-wi-idx > ws-wi-new-count
                           or ws-wi-found not = 0
                       if ws-wi-new-name(ws-wi-idx) = ws-wi-name(1:16)
                               and ws-wi-new-from(ws-wi-idx)
                                   = ws-wi-from
                           move ws-wi-idx to ws-wi-found
                       end-if
                   end-perform.

           overlay-add.
                   perform check-overlay-value.
                   if ws-wi-msg = spaces
                       perform find-overlay-version
                       if ws-wi-found not = 0
                           move "DUPLICATE VERSION" to ws-wi-msg
                       else
                           if ws-wi-new-count >= ws-const-max
                               move "TABLE FULL" to ws-wi-msg
                           else
                               add 1 to ws-wi-new-count
                               move ws-wi-name(1:16)
                                   to ws-wi-new-name(ws-wi-new-count)
                               compute
                                   ws-wi-new-value(ws-wi-new-count) =
                                   function numval(ws-wi-val-txt)
                               move ws-wi-from
                                   to ws-wi-new-from(ws-wi-new-count)
                               move ws-wi-to
                                   to ws-wi-new-to(ws-wi-new-count)
                           end-if
                       end-if
                   end-if.

           overlay-chg.
                   perform check-overlay-value.
                   if ws-wi-msg = spaces
                       perform find-overlay-version
                       if ws-wi-found = 0
                           move "VERSION NOT FOUND" to ws-wi-msg
                       else
                           compute ws-wi-new-value(ws-wi-found) =
                               function numval(ws-wi-val-txt)
                           move ws-wi-to to ws-wi-new-to(ws-wi-found)
                       end-if
                   end-if.

           overlay-del.
      *        A dated DEL retires one version and an undated one
      *        every version of the name, as in rpnmaint; a retired
      *        version simply loses its name in the copy.
                   if ws-wi-val-txt not = spaces
                           and ws-wi-from-txt = spaces
                       move ws-wi-val-txt to ws-wi-from-txt
                       move spaces to ws-wi-val-txt
                   end-if.
                   if ws-wi-val-txt not = spaces
                           or ws-wi-to-txt not = spaces
                           or ws-wi-extra not = spaces
                       move "EXTRA FIELDS" to ws-wi-msg
                   else
                       if ws-wi-from-txt = spaces
                           move 0 to ws-wi-found
                           perform varying ws-wi-idx from 1 by 1
                                   until ws-wi-idx > ws-wi-new-count
                               if ws-wi-new-name(ws-wi-idx)
                                       = ws-wi-name(1:16)
                                   move ws-wi-idx to ws-wi-found
                                   move spaces
                                       to ws-wi-new-name(ws-wi-idx)
                               end-if
                           end-perform
                           if ws-wi-found = 0
                               move "NAME NOT FOUND" to ws-wi-msg
                           end-if
                       else
                           perform check-overlay-dates
                           move 0 to ws-wi-found
                           if ws-wi-dates-ok = "Y"
                               perform find-overlay-version
                           end-if
                           if ws-wi-found = 0
                               move "VERSION NOT FOUND" to ws-wi-msg
                           else
                               move spaces
                                   to ws-wi-new-name(ws-wi-found)
                           end-if
                       end-if
                   end-if.

           report-overlay.
                   move spaces to wrpt-record.
                   move ws-wi-tran-no to ws-wi-line-edit.
                   if ws-wi-msg = spaces
                       add 1 to ws-wi-overlaid
                       string "LINE " delimited by size
                           ws-wi-line-edit delimited by size
                           " OVERLAID " delimited by size
                           ws-wi-tran-line(1:80) delimited by size
                           into wrpt-record
                       end-string
                   else
                       add 1 to ws-wi-not-sim
                       string "LINE " delimited by size
                           ws-wi-line-edit delimited by size
                           " NOT SIMULATED " delimited by size
                           ws-wi-msg delimited by size
                           " " delimited by size
                           ws-wi-tran-line(1:60) delimited by size
                           into wrpt-record
                       end-string
                   end-if.
                   perform write-impact-line.

           whatif-data-record.
      *        Rate the record against the live table, then again
      *        against the changed copy from the same starting
      *        registers and rate date. A record that cannot be
      *        keyed is rejected once, not twice, and a record
      *        either rating failed on counts once against the run.
                   move ws-data-err-count to ws-wi-err-before.
                   move ws-rate-date to ws-wi-start-rate-date.
                   move ws-registers to ws-wi-start-regs.
                   move ws-register-currs to ws-wi-start-reg-currs.
                   move "N" to ws-wi-old-ok ws-wi-new-ok.
                   move spaces to ws-wi-curr.
                   move ws-wi-live-consts to ws-constants.
                   move ws-wi-live-count to ws-const-count.
                   move "O" to ws-wi-pass.
                   perform rate-data-record.
                   if ws-data-bad = "N" and ws-abort-run = "N"
                       move ws-rate-date to ws-wi-end-rate-date
                       move ws-registers to ws-wi-end-regs
                       move ws-register-currs to ws-wi-end-reg-currs
                       move ws-wi-start-rate-date to ws-rate-date
                       move ws-wi-start-regs to ws-registers
                       move ws-wi-start-reg-currs to ws-register-currs
                       move ws-wi-new-consts to ws-constants
                       move ws-wi-new-count to ws-const-count
                       move "N" to ws-wi-pass
                       perform rate-data-record
                       move ws-wi-end-rate-date to ws-rate-date
                       move ws-wi-end-regs to ws-registers
                       move ws-wi-end-reg-currs to ws-register-currs
                   end-if.
                   if ws-data-err-count > ws-wi-err-before
                       compute ws-data-err-count =
                           ws-wi-err-before + 1
                   end-if.
                   if ws-data-bad = "N" and ws-abort-run = "N"
                       perform write-whatif-detail
                   end-if.

           keep-whatif-result.
                   if ws-wi-pass = "O"
                       move ws-value-res to ws-wi-old-amt
                       move ws-curr-res to ws-wi-curr
                       move "Y" to ws-wi-old-ok
                   else
                       move ws-value-res to ws-wi-new-amt
                       move "Y" to ws-wi-new-ok
                       if ws-wi-curr = spaces
                           move ws-curr-res to ws-wi-curr
                       end-if
                   end-if.

           write-whatif-detail.
      *        Only a record both ratings rated is compared and
      *        carried into the totals; one that rated only one way
      *        is listed with the figure it has and left out of the
      *        impact, which would otherwise count its whole result
      *        as a change.
                   if ws-break-len > 0
                       perform whatif-control-break
                   end-if.
                   move spaces to ws-wi-detail-line.
                   move ws-data-key to ws-wd-key.
                   move ws-wi-curr to ws-wd-curr.
                   if ws-wi-old-ok = "Y" and ws-wi-new-ok = "Y"
                       move ws-wi-old-amt to ws-wi-cmp-old
                       move ws-wi-new-amt to ws-wi-cmp-new
                       perform compare-whatif-figures
                       add 1 to ws-data-rec-count
                       if ws-wi-diff = 0 and ws-wi-diff-ovfl = "N"
                           add 1 to ws-wi-unchanged
                       else
                           add 1 to ws-wi-changed
                       end-if
                       add ws-wi-old-amt to ws-wi-old-total
                           on size error
                               move "Y" to ws-wi-total-ovfl
                       end-add
                       add ws-wi-new-amt to ws-wi-new-total
                           on size error
                               move "Y" to ws-wi-total-ovfl
                       end-add
                       if ws-break-len > 0
                           add ws-wi-old-amt to ws-wi-grp-old
                               on size error
                                   move "Y" to ws-wi-grp-ovfl
                           end-add
                           add ws-wi-new-amt to ws-wi-grp-new
                               on size error
                                   move "Y" to ws-wi-grp-ovfl
                           end-add
                           add 1 to ws-wi-grp-count
                       end-if
                   else
                       add 1 to ws-wi-not-rated
                       if ws-wi-old-ok = "Y"
                           move ws-wi-old-amt to ws-wd-old
                           move "NOT RATED WITH CHANGES" to ws-wd-note
                       else
                           move "NOT RATED ON LIVE TABLE" to ws-wd-note
                       end-if
                       if ws-wi-new-ok = "Y"
                           move ws-wi-new-amt to ws-wd-new
                       end-if
                   end-if.
                   move ws-wi-detail-line to wrpt-record.
                   perform write-impact-line.

           compare-whatif-figures.
      *        Old and new side by side, the difference new less
      *        old, and the difference as a percentage of the old
      *        figure; a zero old figure has no percentage to give.
                   move ws-wi-cmp-old to ws-wd-old.
                   move ws-wi-cmp-new to ws-wd-new.
                   move "N" to ws-wi-diff-ovfl.
                   compute ws-wi-diff = ws-wi-cmp-new - ws-wi-cmp-old
                       on size error
                           move "Y" to ws-wi-diff-ovfl
                   end-compute.
                   if ws-wi-diff-ovfl = "Y"
                       move spaces to ws-wd-diff-x
                       move spaces to ws-wd-pct-x
                       move "DIFFERENCE OVERFLOWED" to ws-wd-note
                   else
                       move ws-wi-diff to ws-wd-diff
                       if ws-wi-cmp-old = 0
                           move "      N/A" to ws-wd-pct-x
                       else
                           compute ws-wi-pct rounded =
                               ws-wi-diff * 100 / ws-wi-cmp-old
                               on size error
                                   move "*********" to ws-wd-pct-x
                               not on size error
                                   move ws-wi-pct to ws-wd-pct
                           end-compute
                       end-if
                   end-if.

           whatif-control-break.
      *        The groups are RPNRES's groups: the same leading key
      *        characters, so the impact tears off by branch the way
      *        the results do.
                   if ws-group-active = "N"
                       move ws-data-key to ws-group-key
                       move "Y" to ws-group-active
                   else
                       if ws-data-key(1:ws-break-len)
                               not = ws-group-key(1:ws-break-len)
                           perform write-whatif-subtotal
                           move ws-data-key to ws-group-key
                       end-if
                   end-if.

           write-whatif-subtotal.
                   move spaces to ws-wi-detail-line.
                   string "SUB " delimited by size
                       ws-group-key(1:ws-break-len) delimited by size
                       into ws-wd-key
                   end-string.
                   if ws-wi-grp-ovfl = "Y"
                       move "SUBTOTAL OVERFLOWED" to ws-wd-note
                   else
                       move ws-wi-grp-old to ws-wi-cmp-old
                       move ws-wi-grp-new to ws-wi-cmp-new
                       perform compare-whatif-figures
                   end-if.
                   if ws-wd-note = spaces
                       move ws-wi-grp-count to ws-wi-count-edit
                       string "RECORDS " delimited by size
                           ws-wi-count-edit delimited by size
                           into ws-wd-note
                       end-string
                   end-if.
                   move ws-wi-detail-line to wrpt-record.
                   perform write-impact-line.
                   move 0 to ws-wi-grp-old ws-wi-grp-new
                       ws-wi-grp-count.
                   move "N" to ws-wi-grp-ovfl.

           write-whatif-totals.
      *        Close the last group, then the bottom line the change
      *        is approved on: the overall revenue impact and the
      *        records it rests on, with any pending change that
      *        could not be simulated called out again.
                   if ws-break-len > 0 and ws-group-active = "Y"
                       perform write-whatif-subtotal
                   end-if.
                   move spaces to wrpt-record.
                   perform write-impact-line.
                   if ws-abort-run = "Y"
                       move spaces to wrpt-record
                       string "RUN INCOMPLETE - IMPACT COVERS ONLY"
                               delimited by size
                           " THE RECORDS LISTED" delimited by size
                           into wrpt-record
                       end-string
                       perform write-impact-line
                   end-if.
                   move spaces to ws-wi-detail-line.
                   move "TOTAL" to ws-wd-key.
                   if ws-wi-total-ovfl = "Y"
                       move "TOTAL OVERFLOWED" to ws-wd-note
                   else
                       move ws-wi-old-total to ws-wi-cmp-old
                       move ws-wi-new-total to ws-wi-cmp-new
                       perform compare-whatif-figures
                   end-if.
                   move ws-wi-detail-line to wrpt-record.
                   perform write-impact-line.
                   move spaces to wrpt-record.
                   move 1 to ws-wi-ptr-out.
                   move ws-data-rec-count to ws-wi-count-edit.
                   move ws-wi-changed to ws-wi-count-edit-2.
                   move ws-wi-unchanged to ws-wi-count-edit-3.
                   string "RECORDS COMPARED " delimited by size
                       ws-wi-count-edit delimited by size
                       "  CHANGED " delimited by size
                       ws-wi-count-edit-2 delimited by size
                       "  UNCHANGED " delimited by size
                       ws-wi-count-edit-3 delimited by size
                       into wrpt-record with pointer ws-wi-ptr-out
                   end-string.
                   move ws-wi-not-rated to ws-wi-count-edit.
                   move ws-data-err-count to ws-wi-count-edit-2.
                   string "  NOT COMPARED " delimited by size
                       ws-wi-count-edit delimited by size
                       "  IN ERR " delimited by size
                       ws-wi-count-edit-2 delimited by size
                       into wrpt-record with pointer ws-wi-ptr-out
                   end-string.
                   perform write-impact-line.
                   move spaces to wrpt-record.
                   if ws-wi-total-ovfl = "Y"
                           or ws-wi-diff-ovfl = "Y"
                       string "OVERALL REVENUE IMPACT NOT AVAILABLE"
                               delimited by size
                           " - TOTAL OVERFLOWED" delimited by size
                           into wrpt-record
                       end-string
                   else
                       string "OVERALL REVENUE IMPACT "
                               delimited by size
                           ws-wd-diff-x delimited by size
                           "  PCT CHG " delimited by size
                           ws-wd-pct-x delimited by size
                           into wrpt-record
                       end-string
                   end-if.
                   perform write-impact-line.
                   if ws-wi-not-sim > 0
                       move spaces to wrpt-record
                       move ws-wi-not-sim to ws-wi-line-edit
                       string "WARNING: " delimited by size
                           ws-wi-line-edit delimited by size
                           " PENDING CHANGES NOT SIMULATED - SEE LIST"
                               delimited by size
                           " ABOVE" delimited by size
                           into wrpt-record
                       end-string
                       perform write-impact-line
                   end-if.
                   move spaces to wrpt-record.
                   perform write-impact-line.
                   move spaces to wrpt-record.
                   string "APPROVED FOR APPLICATION BY "
                           delimited by size
                       "____________________  DATE __________"
                           delimited by size
                       into wrpt-record
                   end-string.
                   perform write-impact-line.

           write-impact-line.
      *        Mirrors check-res-write: an impact report with a
      *        silent hole in it could carry a change past the very
      *        review it was printed for.
                   write wrpt-record.
                   if ws-wrpt-status not = "00"
                       move "IMPACT REPORT WRITE ERROR" to rpt-record
                       perform write-report
                   end-if.

           run-validate-mode.
      *        Walk the whole command file the way a live run would -
      *        macro expansion included - but only simulate the stack
                           and ws-line not = "quit"
                           and ws-line not = "q"
                       add 1 to ws-val-line-no
      *                An "out" line names a result column rather
      *                than carrying tokens; it is checked as one.
                       perform parse-output-line
                       if ws-out-is-decl = "Y"
                           perform validate-output-line
                       else
                           perform validate-template-line
                       end-if
                   end-if.

           validate-template-line.
      *        A typed template line leads with its record type code,
      *        which is no token of the template; it is checked and
      *        set aside before the count.
                   if ws-type-mode = "Y"
                       perform strip-type-code
                       if ws-type-bad = "Y"
                           move "BAD TEMPLATE TYPE" to ws-val-msg
                           move ws-data-type to ws-token
                           perform report-validate-problem
                       else
                           if ws-line = spaces
                               move "MISSING TEMPLATE"
                                   to ws-val-msg
                               move ws-data-type to ws-token
                               perform report-validate-problem
                           end-if
                       end-if
                   end-if.
      *        The sixteen-token cliff bites twice: the raw line is
      *        truncated by the tokenizer before macros ever expand,
      *        and the expanded line can be truncated again
      *        afterward. Check the line both ways, flagging it once.
                   move "N" to ws-val-long.
                   perform count-line-tokens.
                   if ws-val-token-count > 16
                       move "Y" to ws-val-long
                   end-if.
                   perform split-line.
                   perform count-line-tokens.
                   if ws-val-token-count > 16
                       move "Y" to ws-val-long
                   end-if.
                   if ws-val-long = "Y"
                       move "LINE TOO LONG" to ws-val-msg
                       move spaces to ws-token
                       perform report-validate-problem
                   end-if.
                   if ws-line not = spaces
                           and ws-command-count = 0
      *                split-line only comes back empty from a
      *                nonblank line when macro expansion gave up on
      *                it - a loop or an expansion too long for the
      *                line.
                       move "BAD MACRO EXPANSION" to ws-val-msg
                       move spaces to ws-token
                       perform report-validate-problem
                   end-if.
                   perform varying ws-tok-idx from 1 by 1
                           until ws-tok-idx > ws-command-count
                       move ws-command-item(ws-tok-idx)
                           to ws-token
                       perform validate-token
                   end-perform.

           validate-output-line.
      *        The same checks a data run makes when it loads the
      *        line; a good one is kept so a later duplicate name or
      *        a fifth column is caught too.
                   if ws-out-msg = spaces
                       perform enter-output-line
                   else
                       move ws-out-msg to ws-val-msg
                       move ws-out-name-txt to ws-token
                       perform report-validate-problem
                   end-if.

           count-line-tokens.
