       identification division.
       program-id. minwage-report.
       author Gonzo.
      * periodic minimum wage compliance report - lists every
      * employee whose pay fell short of the minimum wage and
      * pays the shortfall back through the ordinary adjustment
      * merge instead of a hand-keyed bonus nobody can trace.
      *
      * SYSIN card 1 is the report month YYYYMM (zeros = this
      * month).
      *
      * Part one is the minimum wage shortfall ledger (mwshort),
      * filled by the timesheet edit ('T') and the leave step
      * ('L'): every row for a period dated in the month, and
      * every row from an earlier month still open, with the
      * hours, the gross, the effective rate, the minimum it
      * fell short of and the make-up owed. Each open row is
      * fed back: one minimum-wage-source adjustment per
      * employee (type 'B', sequence 96, the make-up of all the
      * employee's open rows) is written to the make-up feed
      * (mwadj), and the rows are marked fed ('F') with the run
      * date so a rerun lists them but never pays them twice.
      * The feed is in the adjustment record layout and is
      * concatenated into the nightly adjustment sort on the
      * next pay night, where the salary update inserts it
      * approval pending like any generated record.
      *
      * Part two checks every hourly rate on the pay rate
      * master against the minimum in effect today for the
      * employee's withholding jurisdiction (tax profile; the
      * floor without one) - a rate approved before the minimum
      * went up. Those are listed for the rate to be raised;
      * nothing is fed for them until a period is paid short.
      *
      * Anything listed in either part ends the run RC=4; a
      * minimum wage file that cannot be read ends it RC=8.
       environment division.
       input-output section.
       file-control.
           select shortfall-file assign to mwshort
           organization is indexed
           access mode is dynamic
           record key is mws-key
           file status is ws-short-status.
           select person-file assign to person
           organization is indexed
           access mode is dynamic
           record key is employee-id of person-record
           file status is ws-person-status.
           select pay-rate-file assign to payrate
           organization is indexed
           access mode is dynamic
           record key is pr-employee-id
           file status is ws-rate-status.
           select tax-profile-file assign to taxprof
           organization is indexed
           access mode is dynamic
           record key is txp-employee-id
           file status is ws-profile-status.
           select makeup-feed-file assign to mwadj
           organization is line sequential
           file status is ws-feed-status.
           select report-file assign to mwrpt
           organization is line sequential
           file status is ws-report-status.
       data division.
       file section.
       fd shortfall-file.
           copy "minimum-wage-shortfall-record.cpy".
       fd person-file.
           copy "person-record.cpy".
       fd pay-rate-file.
           copy "pay-rate-record.cpy".
       fd tax-profile-file.
           copy "tax-profile-record.cpy".
       fd makeup-feed-file.
           copy "adjustment-record.cpy".
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
       01 ws-short-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-rate-status pic xx value '00'.
       01 ws-profile-status pic xx value '00'.
       01 ws-feed-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-setup-ok pic x value 'N'.
           88 setup-ok value 'Y'.
       01 ws-short-open pic x value 'N'.
           88 short-open value 'Y'.
       01 ws-person-open pic x value 'N'.
           88 person-open value 'Y'.
       01 ws-rate-open pic x value 'N'.
           88 rate-open value 'Y'.
       01 ws-taxprof-open pic x value 'N'.
           88 taxprof-open value 'Y'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
           05 ws-run-day pic 99.
       01 ws-run-date-n redefines ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).
       01 ws-report-month pic 9(6) value zeros.
       01 ws-month-start pic 9(8).
       01 ws-month-end pic 9(8).
      * the employee whose open rows are being gathered into
      * one make-up record
       01 ws-current-employee-id pic x(6) value spaces.
       01 ws-current-makeup pic 9(8) value zeros.
       01 ws-emp-name pic x(30).
       01 ws-emp-dept pic x(4).
       01 ws-emp-jurisdiction pic x(2).
       01 ws-minimum-wage pic 9(3)v99.
       01 ws-minimum-found pic x value 'N'.
           88 minimum-found value 'Y'.
           88 minimum-unknown value 'E'.
      * run totals
       01 ws-listed-count pic 9(6) value zeros.
       01 ws-fed-row-count pic 9(6) value zeros.
       01 ws-feed-count pic 9(6) value zeros.
       01 ws-feed-total pic 9(10) value zeros.
       01 ws-owed-total pic 9(10) value zeros.
       01 ws-rates-checked pic 9(6) value zeros.
       01 ws-rates-below pic 9(6) value zeros.

       01 hl-title.
           05 filler pic x(15) value spaces.
           05 filler pic x(45)
               value 'MINIMUM WAGE COMPLIANCE REPORT'.
       01 hl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 hl-date-value pic x(10).
       01 hl-month-line.
           05 filler pic x(7) value 'Month: '.
           05 hl-month pic 9(6).
       01 hl-short-title.
           05 filler pic x(40)
               value 'PERIODS PAID BELOW THE MINIMUM WAGE'.
       01 hl-short-headers.
           05 filler pic x(7) value 'Emp ID'.
           05 filler pic x(17) value 'Name'.
           05 filler pic x(5) value 'Dept'.
           05 filler pic x(2) value 'S'.
           05 filler pic x(9) value 'Period'.
           05 filler pic x(3) value 'Jr'.
           05 filler pic x(5) value ' Hrs'.
           05 filler pic x(8) value '    Paid'.
           05 filler pic x(8) value '    Rate'.
           05 filler pic x(7) value '    Min'.
           05 filler pic x(7) value '   Owed'.
           05 filler pic x(1) value 'F'.
       01 dl-short-line.
           05 dl-employee-id pic x(6).
           05 filler pic x value space.
           05 dl-name pic x(16).
           05 filler pic x value space.
           05 dl-dept pic x(4).
           05 filler pic x value space.
           05 dl-source pic x.
           05 filler pic x value space.
           05 dl-period-date pic 9(8).
           05 filler pic x value space.
           05 dl-jurisdiction pic x(2).
           05 filler pic x value space.
           05 dl-hours pic zzz9.
           05 filler pic x value space.
           05 dl-gross pic zzzzzz9.
           05 filler pic x value space.
           05 dl-rate pic zzz9.99.
           05 filler pic x value space.
           05 dl-minimum pic zz9.99.
           05 filler pic x value space.
           05 dl-makeup pic zzzzz9.
           05 filler pic x value space.
           05 dl-status pic x.
       01 hl-rate-title.
           05 filler pic x(44)
               value 'HOURLY RATES BELOW TODAY''S MINIMUM WAGE'.
       01 hl-rate-headers.
           05 filler pic x(7) value 'Emp ID'.
           05 filler pic x(31) value 'Name'.
           05 filler pic x(5) value 'Dept'.
           05 filler pic x(3) value 'Jr'.
           05 filler pic x(6) value '  Rate'.
           05 filler pic x(8) value '     Min'.
       01 dl-rate-line.
           05 dl-rate-employee-id pic x(6).
           05 filler pic x value space.
           05 dl-rate-name pic x(30).
           05 filler pic x value space.
           05 dl-rate-dept pic x(4).
           05 filler pic x value space.
           05 dl-rate-jurisdiction pic x(2).
           05 filler pic x value space.
           05 dl-rate-hourly pic zzz9.
           05 filler pic x(2) value spaces.
           05 dl-rate-minimum pic zz9.99.
       01 rl-count-line.
           05 rl-count-label pic x(40).
           05 rl-count pic zzzzz9.
       01 rl-amount-line.
           05 rl-amount-label pic x(40).
           05 rl-amount pic z(9)9.
       procedure division.
       aa-start.
           display "Report month (YYYYMM, 000000 = this month): "
           accept ws-report-month.
           move function current-date to ws-run-date.
           move ws-run-month to ws-run-date-display(1:2)
           move '/' to ws-run-date-display(3:1)
           move ws-run-day to ws-run-date-display(4:2)
           move '/' to ws-run-date-display(6:1)
           move ws-run-year to ws-run-date-display(7:4).
           if ws-report-month = zeros
               compute ws-report-month =
                   ws-run-year * 100 + ws-run-month
           end-if.
           compute ws-month-start = ws-report-month * 100 + 1.
           compute ws-month-end = ws-report-month * 100 + 31.
           perform open-files.
           if return-code not = 0
               go to zz-end
           end-if.
           set setup-ok to true.
           perform print-report-heading.
           move hl-short-title to report-line.
           perform write-report-line.
           move hl-short-headers to report-line.
           perform write-report-line.
           if not short-open
               go to cc-rates
           end-if.
           move low-values to mws-key.
           start shortfall-file key is not less than mws-key
               invalid key
                   go to cc-rates
           end-start.
       bb-next-shortfall.
           read shortfall-file next record
               at end
                   go to cc-rates
           end-read.
           if ws-short-status not = '00'
               display "ERROR reading minimum wage shortfall "
                   "ledger, status=" ws-short-status
               move 8 to return-code
               go to cc-rates
           end-if.
           if mws-period-date > ws-month-end
               go to bb-next-shortfall
           end-if.
           if mws-period-date < ws-month-start and not mws-open
               go to bb-next-shortfall
           end-if.
           if mws-employee-id not = ws-current-employee-id
               perform write-makeup-record
               move mws-employee-id to ws-current-employee-id
               perform look-up-person
           end-if.
           perform report-shortfall-row.
           go to bb-next-shortfall.
       cc-rates.
           perform write-makeup-record.
           if rate-open
               perform check-hourly-rates
           end-if.
           perform print-report-totals.
           if return-code = 0
               and (ws-listed-count > 0 or ws-rates-below > 0)
               move 4 to return-code
           end-if.
       zz-end.
           if setup-ok
               perform close-files
           end-if.
           display "Minimum wage compliance: " ws-listed-count
               " periods short, " ws-feed-count
               " make-up records fed, " ws-rates-below
               " rates below the minimum.".
           stop run.

      * the report and the feed are required; a missing
      * shortfall ledger means nothing has been paid short, and
      * without the person, rate or profile masters the run
      * goes on with no names, no rate check and the floor.
       open-files.
           open i-o shortfall-file.
           if ws-short-status = '00'
               set short-open to true
           else
               if ws-short-status = '35'
                   display "No minimum wage shortfall ledger - no "
                       "periods paid short."
               else
                   display "ERROR opening minimum wage shortfall "
                       "ledger, status=" ws-short-status
                   move 8 to return-code
               end-if
           end-if.
           open input person-file.
           if ws-person-status = '00'
               set person-open to true
           end-if.
           open input pay-rate-file.
           if ws-rate-status = '00'
               set rate-open to true
           end-if.
           open input tax-profile-file.
           if ws-profile-status = '00'
               set taxprof-open to true
           end-if.
           open output makeup-feed-file.
           if ws-feed-status not = '00'
               display "ERROR opening make-up feed, status="
                   ws-feed-status
               move 8 to return-code
           end-if.
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening compliance report, status="
                   ws-report-status
               move 8 to return-code
           end-if.

       close-files.
           if short-open
               close shortfall-file
           end-if.
           if person-open
               close person-file
           end-if.
           if rate-open
               close pay-rate-file
           end-if.
           if taxprof-open
               close tax-profile-file
           end-if.
           close makeup-feed-file.
           close report-file.

       look-up-person.
           move spaces to ws-emp-name.
           move spaces to ws-emp-dept.
           if person-open
               move ws-current-employee-id
                   to employee-id of person-record
               read person-file
                   invalid key
                       move "** NOT ON PERSON MASTER **"
                           to ws-emp-name
                   not invalid key
                       move person-name to ws-emp-name
                       move person-dept to ws-emp-dept
               end-read
           end-if.

      * an open row is owed: its make-up joins the employee's
      * feed record and the row is marked fed with the run date.
       report-shortfall-row.
           add 1 to ws-listed-count.
           move mws-employee-id to dl-employee-id.
           move ws-emp-name to dl-name.
           move ws-emp-dept to dl-dept.
           move mws-source to dl-source.
           move mws-period-date to dl-period-date.
           move mws-jurisdiction to dl-jurisdiction.
           move mws-hours to dl-hours.
           move mws-gross to dl-gross.
           move mws-effective-rate to dl-rate.
           move mws-minimum to dl-minimum.
           move mws-makeup to dl-makeup.
           add mws-makeup to ws-owed-total.
           if mws-open
               add mws-makeup to ws-current-makeup
               move 'F' to mws-status
               move ws-run-date-n to mws-fed-date
               rewrite minimum-wage-shortfall-record
               if ws-short-status not = '00'
                   display "ERROR marking shortfall fed for "
                       mws-employee-id ", status=" ws-short-status
                   move 8 to return-code
               else
                   add 1 to ws-fed-row-count
               end-if
           end-if.
           move mws-status to dl-status.
           move dl-short-line to report-line.
           perform write-report-line.

      * one minimum-wage-source record per employee - the merge
      * replaces the master amount, it does not add.
       write-makeup-record.
           if ws-current-makeup > 0
               move ws-current-employee-id to adj-employee-id
               move 'B' to adj-record-type
      * sequence 96 is the minimum wage make-up's own slot - it
      * never overlays a keyed or retro bonus record
               move 96 to adj-sequence
               move ws-current-makeup to adj-amount
               move 'M' to adj-source
               move zeros to adj-effective-date
               write adjustment-record
               if ws-feed-status not = '00'
                   display "ERROR writing make-up record for "
                       ws-current-employee-id ", status="
                       ws-feed-status
                   move 8 to return-code
               else
                   add 1 to ws-feed-count
                   add ws-current-makeup to ws-feed-total
               end-if
           end-if.
           move zeros to ws-current-makeup.

      * every rate on the master against today's minimum for
      * the employee's jurisdiction.
       check-hourly-rates.
           move spaces to report-line.
           perform write-report-line.
           move hl-rate-title to report-line.
           perform write-report-line.
           move hl-rate-headers to report-line.
           perform write-report-line.
           move 'N' to ws-eof-flag.
           move low-values to pr-employee-id.
           start pay-rate-file key is not less than pr-employee-id
               invalid key
                   set eof to true
           end-start.
           perform until eof
               read pay-rate-file next record
                   at end
                       set eof to true
                   not at end
                       perform check-one-rate
               end-read
           end-perform.

       check-one-rate.
           add 1 to ws-rates-checked.
           move spaces to ws-emp-jurisdiction.
           if taxprof-open
               move pr-employee-id to txp-employee-id
               read tax-profile-file
                   invalid key
                       continue
                   not invalid key
                       move txp-jurisdiction to ws-emp-jurisdiction
               end-read
           end-if.
           call "minimum-wage" using ws-emp-jurisdiction,
               ws-run-date-n, ws-minimum-wage, ws-minimum-found.
           if minimum-unknown
               display "ERROR: minimum wage file unreadable - "
                   "pay rates not checked."
               move 8 to return-code
               set eof to true
           end-if.
           if minimum-found
               and pr-hourly-rate < ws-minimum-wage
               add 1 to ws-rates-below
               move pr-employee-id to ws-current-employee-id
               perform look-up-person
               move pr-employee-id to dl-rate-employee-id
               move ws-emp-name to dl-rate-name
               move ws-emp-dept to dl-rate-dept
               move ws-emp-jurisdiction to dl-rate-jurisdiction
               move pr-hourly-rate to dl-rate-hourly
               move ws-minimum-wage to dl-rate-minimum
               move dl-rate-line to report-line
               perform write-report-line
           end-if.

       print-report-heading.
           move hl-title to report-line.
           perform write-report-line.
           move ws-run-date-display to hl-date-value.
           move hl-run-date to report-line.
           perform write-report-line.
           move ws-report-month to hl-month.
           move hl-month-line to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.

       print-report-totals.
           move spaces to report-line.
           perform write-report-line.
           move "Periods paid below the minimum: "
               to rl-count-label.
           move ws-listed-count to rl-count.
           move rl-count-line to report-line.
           perform write-report-line.
           move "Make-up owed on those periods: "
               to rl-amount-label.
           move ws-owed-total to rl-amount.
           move rl-amount-line to report-line.
           perform write-report-line.
           move "Periods fed back this run: " to rl-count-label.
           move ws-fed-row-count to rl-count.
           move rl-count-line to report-line.
           perform write-report-line.
           move "Make-up records written: " to rl-count-label.
           move ws-feed-count to rl-count.
           move rl-count-line to report-line.
           perform write-report-line.
           move "Make-up fed back this run: " to rl-amount-label.
           move ws-feed-total to rl-amount.
           move rl-amount-line to report-line.
           perform write-report-line.
           move "Hourly rates checked: " to rl-count-label.
           move ws-rates-checked to rl-count.
           move rl-count-line to report-line.
           perform write-report-line.
           move "Hourly rates below the minimum: "
               to rl-count-label.
           move ws-rates-below to rl-count.
           move rl-count-line to report-line.
           perform write-report-line.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing compliance report, status="
                   ws-report-status
           end-if.
