       identification division.
       program-id. test-extract.
       author Gonzo.
      * anonymized test-data extract - builds a test-region copy
      * of the payroll masters that can be used to reproduce a
      * production problem or try a parameter change without
      * real names, bank accounts or pay ever leaving production:
      *   person master        - PERSON  -> TSTPERS
      *   salary master        - DA02    -> TSTSAL
      *   bank enrollment      - BANKENRL -> TSTENRL
      *   tax profiles         - TAXPROF -> TSTTXP
      *   deductions master    - DEDMAST -> TSTDED
      *   leave master         - LEAVEMST -> TSTLEAVE
      *   employee YTD master  - SALEMP  -> TSTYTD
      * Every employee-id is replaced through one scrambling of
      * its five sequence digits (a one-to-one mapping, so no two
      * employees can land on the same id) with the check digit
      * recomputed, and the same replacement is used in every
      * file - every cross-file key relationship survives and the
      * person/salary verification passes on the copy.
      * Names are replaced by made-up names picked off the new id.
      * Account numbers are replaced digit by digit, position by
      * position, so the same real account always becomes the
      * same test account and two different accounts never
      * collide; routing numbers are kept (they name the bank,
      * not the employee). Money is scaled by a percentage inside
      * the band on SYSIN, one percentage per employee, so one
      * employee's salary, YTD, deductions, flat splits and extra
      * withholding stay in proportion. Percent splits and percent
      * deductions, leave days, ages and codes are copied as they
      * are. The salary copy gets a rebuilt trailer count and
      * hash. The control report proves every copy holds as many
      * records as its source.
      * SYSIN card 1: scramble key, 5 digits, not all zeros.
      * SYSIN card 2: scaling band low percent (e.g. 080).
      * SYSIN card 3: scaling band high percent (e.g. 120).
      * RC=0 clean, RC=4 when an id could not be scrambled (not
      * numeric - copied unchanged) or a scaled amount had to be
      * capped, RC=8 on error or when any count does not match.
       environment division.
       input-output section.
       file-control.
           select person-file assign to person
           organization is indexed
           access mode is sequential
           record key is employee-id of person-record
           file status is ws-person-status.
           select salary-file assign to da02
           organization is indexed
           access mode is sequential
           record key is salary-key of salary-record
           file status is ws-salary-status.
           select enrollment-file assign to bankenrl
           organization is indexed
           access mode is sequential
           record key is enr-key of bank-enrollment-record
           file status is ws-enrollment-status.
           select tax-profile-file assign to taxprof
           organization is indexed
           access mode is sequential
           record key is txp-employee-id of tax-profile-record
           file status is ws-tax-profile-status.
           select deduction-file assign to dedmast
           organization is indexed
           access mode is sequential
           record key is ded-key of deduction-record
           file status is ws-deduction-status.
           select leave-file assign to leavemst
           organization is indexed
           access mode is sequential
           record key is lv-employee-id of leave-record
           file status is ws-leave-status.
           select ytd-file assign to salemp
           organization is indexed
           access mode is sequential
           record key is ytd-employee-id of ytd-earnings-record
           file status is ws-ytd-status.
           select test-person-file assign to tstpers
           organization is indexed
           access mode is random
           record key is employee-id of test-person-record
           file status is ws-test-person-status.
           select test-salary-file assign to tstsal
           organization is indexed
           access mode is random
           record key is salary-key of test-salary-record
           file status is ws-test-salary-status.
           select test-enrollment-file assign to tstenrl
           organization is indexed
           access mode is random
           record key is enr-key of test-enrollment-record
           file status is ws-test-enrollment-status.
           select test-tax-profile-file assign to tsttxp
           organization is indexed
           access mode is random
           record key is txp-employee-id of test-tax-profile-record
           file status is ws-test-tax-profile-status.
           select test-deduction-file assign to tstded
           organization is indexed
           access mode is random
           record key is ded-key of test-deduction-record
           file status is ws-test-deduction-status.
           select test-leave-file assign to tstleave
           organization is indexed
           access mode is random
           record key is lv-employee-id of test-leave-record
           file status is ws-test-leave-status.
           select test-ytd-file assign to tstytd
           organization is indexed
           access mode is random
           record key is ytd-employee-id of test-ytd-record
           file status is ws-test-ytd-status.
           select report-file assign to tstrpt
           organization is line sequential
           file status is ws-report-status.
       data division.
       file section.
       fd person-file.
           copy "person-record.cpy".
       fd salary-file.
           copy "salary-record.cpy".
       fd enrollment-file.
           copy "bank-enrollment-record.cpy".
       fd tax-profile-file.
           copy "tax-profile-record.cpy".
       fd deduction-file.
           copy "deduction-record.cpy".
       fd leave-file.
           copy "leave-record.cpy".
       fd ytd-file.
           copy "ytd-earnings-record.cpy".
       fd test-person-file.
           copy "person-record.cpy" replacing
               ==person-record== by ==test-person-record==.
       fd test-salary-file.
           copy "salary-record.cpy" replacing
               ==salary-record== by ==test-salary-record==
               ==trailer-record== by ==test-trailer-record==.
       fd test-enrollment-file.
           copy "bank-enrollment-record.cpy" replacing
               ==bank-enrollment-record==
               by ==test-enrollment-record==.
       fd test-tax-profile-file.
           copy "tax-profile-record.cpy" replacing
               ==tax-profile-record== by ==test-tax-profile-record==.
       fd test-deduction-file.
           copy "deduction-record.cpy" replacing
               ==deduction-record== by ==test-deduction-record==.
       fd test-leave-file.
           copy "leave-record.cpy" replacing
               ==leave-record== by ==test-leave-record==.
       fd test-ytd-file.
           copy "ytd-earnings-record.cpy" replacing
               ==ytd-earnings-record== by ==test-ytd-record==.
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
       01 ws-person-status pic xx value '00'.
       01 ws-salary-status pic xx value '00'.
       01 ws-enrollment-status pic xx value '00'.
       01 ws-tax-profile-status pic xx value '00'.
       01 ws-deduction-status pic xx value '00'.
       01 ws-leave-status pic xx value '00'.
       01 ws-ytd-status pic xx value '00'.
       01 ws-test-person-status pic xx value '00'.
       01 ws-test-salary-status pic xx value '00'.
       01 ws-test-enrollment-status pic xx value '00'.
       01 ws-test-tax-profile-status pic xx value '00'.
       01 ws-test-deduction-status pic xx value '00'.
       01 ws-test-leave-status pic xx value '00'.
       01 ws-test-ytd-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-report-open pic x value 'N'.
           88 report-open value 'Y'.
      * SYSIN
       01 ws-scramble-key pic 9(5) value zeros.
       01 ws-band-low pic 9(3) value zeros.
       01 ws-band-high pic 9(3) value zeros.
       01 ws-band-width pic 9(3) value zeros.
      * the id scramble: new sequence = (old x multiplier + key)
      * modulo 100000 - the multiplier is coprime to ten, so the
      * mapping is one-to-one over every five-digit sequence
       01 ws-id-multiplier pic 9(5) value 37813.
       01 ws-source-id pic x(6).
       01 ws-test-id pic x(6).
       01 ws-id-base pic 9(5).
       01 ws-new-base pic 9(5).
       01 ws-id-work pic 9(11).
       01 ws-id-quotient pic 9(11).
       01 ws-chkdig-function pic x value 'C'.
       01 ws-chkdig-result pic x.
       01 ws-scale-pct pic 9(3).
       01 ws-unmapped-count pic 9(6) value zeros.
      * the mapping of the employee last looked up - every master
      * is in employee-id order, so most lookups hit it
       01 ws-last-source-id pic x(6) value spaces.
       01 ws-last-test-id pic x(6) value spaces.
       01 ws-last-scale-pct pic 9(3) value zeros.
      * amount scaling
       01 ws-amount-in pic s9(10).
       01 ws-amount-out pic s9(12).
       01 ws-amount-cap pic 9(10).
       01 ws-capped-count pic 9(6) value zeros.
      * account replacement - one digit substitution per position
       01 ws-account-in pic x(12).
       01 ws-account-out pic x(12).
       01 ws-account-pos pic 99.
       01 ws-account-digit pic 9.
       01 ws-key-digits pic 9(5).
       01 ws-key-digit-table redefines ws-key-digits.
           05 ws-key-digit pic 9 occurs 5 times.
       01 ws-key-pos pic 9.
       01 ws-digit-work pic 9(3).
       01 ws-digit-quotient pic 9(3).
       01 ws-new-digit pic 9.
      * made-up names
       01 first-name-values.
           05 filler pic x(10) value 'ALEX'.
           05 filler pic x(10) value 'BLAIR'.
           05 filler pic x(10) value 'CASEY'.
           05 filler pic x(10) value 'DANA'.
           05 filler pic x(10) value 'ELLIS'.
           05 filler pic x(10) value 'FRANCIS'.
           05 filler pic x(10) value 'GLENN'.
           05 filler pic x(10) value 'HAYDEN'.
           05 filler pic x(10) value 'JORDAN'.
           05 filler pic x(10) value 'KENDALL'.
           05 filler pic x(10) value 'LEE'.
           05 filler pic x(10) value 'MORGAN'.
           05 filler pic x(10) value 'NOEL'.
           05 filler pic x(10) value 'PAT'.
           05 filler pic x(10) value 'QUINN'.
           05 filler pic x(10) value 'REESE'.
           05 filler pic x(10) value 'SAM'.
           05 filler pic x(10) value 'TAYLOR'.
           05 filler pic x(10) value 'VAL'.
           05 filler pic x(10) value 'ROBIN'.
       01 first-name-table redefines first-name-values.
           05 first-name pic x(10) occurs 20 times.
       01 surname-values.
           05 filler pic x(12) value 'ABBOTT'.
           05 filler pic x(12) value 'BARLOW'.
           05 filler pic x(12) value 'CARVER'.
           05 filler pic x(12) value 'DENTON'.
           05 filler pic x(12) value 'EASTON'.
           05 filler pic x(12) value 'FARRELL'.
           05 filler pic x(12) value 'GARNER'.
           05 filler pic x(12) value 'HOLLIS'.
           05 filler pic x(12) value 'IVES'.
           05 filler pic x(12) value 'JARVIS'.
           05 filler pic x(12) value 'KEMP'.
           05 filler pic x(12) value 'LOWRY'.
           05 filler pic x(12) value 'MERCER'.
           05 filler pic x(12) value 'NASH'.
           05 filler pic x(12) value 'OAKLEY'.
           05 filler pic x(12) value 'PRESTON'.
           05 filler pic x(12) value 'RADFORD'.
           05 filler pic x(12) value 'SUTTON'.
           05 filler pic x(12) value 'THORNE'.
           05 filler pic x(12) value 'WARD'.
       01 surname-table redefines surname-values.
           05 surname pic x(12) occurs 20 times.
       01 ws-name-quotient pic 9(5).
       01 ws-first-idx pic 99.
       01 ws-surname-idx pic 99.
      * record counts per master, source and copy
       01 ws-person-read pic 9(6) value zeros.
       01 ws-person-written pic 9(6) value zeros.
       01 ws-salary-read pic 9(6) value zeros.
       01 ws-salary-written pic 9(6) value zeros.
       01 ws-enrollment-read pic 9(6) value zeros.
       01 ws-enrollment-written pic 9(6) value zeros.
       01 ws-tax-profile-read pic 9(6) value zeros.
       01 ws-tax-profile-written pic 9(6) value zeros.
       01 ws-deduction-read pic 9(6) value zeros.
       01 ws-deduction-written pic 9(6) value zeros.
       01 ws-leave-read pic 9(6) value zeros.
       01 ws-leave-written pic 9(6) value zeros.
       01 ws-ytd-read pic 9(6) value zeros.
       01 ws-ytd-written pic 9(6) value zeros.
      * the salary trailer - as found on the source, and rebuilt
      * over the scaled copy
       01 ws-source-trailer-seen pic x value 'N'.
           88 source-trailer-seen value 'Y'.
       01 ws-source-trailer-count pic 9(6) value zeros.
       01 ws-source-trailer-hash pic 9(10) value zeros.
       01 ws-source-hash pic 9(10) value zeros.
       01 ws-test-hash pic 9(10) value zeros.
       01 ws-mismatch-count pic 99 value zeros.

       01 hl-title.
           05 filler pic x(18) value spaces.
           05 filler pic x(40)
               value 'ANONYMIZED TEST EXTRACT - CONTROL REPORT'.
       01 hl-run-line.
           05 filler pic x(10) value 'Run date: '.
           05 hl-run-date pic 9(8).
           05 filler pic x(17) value '    Scaling band '.
           05 hl-band-low pic zz9.
           05 filler pic x(4) value ' to '.
           05 hl-band-high pic zz9.
           05 filler pic x(8) value ' percent'.
       01 hl-column-headers.
           05 filler pic x(24) value 'Master'.
           05 filler pic x(12) value '  Source'.
           05 filler pic x(12) value '    Copy'.
           05 filler pic x(10) value 'Result'.
       01 dl-count-line.
           05 dl-master pic x(24).
           05 dl-source pic zzz,zz9.
           05 filler pic x(5) value spaces.
           05 dl-copy pic zzz,zz9.
           05 filler pic x(5) value spaces.
           05 dl-result pic x(10).
       01 dl-trailer-line.
           05 dl-trailer-label pic x(24).
           05 dl-trailer-count pic zzz,zz9.
           05 filler pic x(3) value spaces.
           05 dl-trailer-hash pic z(9)9.
           05 filler pic x(3) value spaces.
           05 dl-trailer-result pic x(20).
       01 dl-note-line.
           05 dl-note-label pic x(40).
           05 dl-note-count pic zzz,zz9.
       01 fl-verdict-line.
           05 filler pic x(17) value 'Extract result: '.
           05 fl-verdict pic x(50).
       procedure division.
       aa-start.
           display "Scramble key (5 digits, not all zeros): "
           accept ws-scramble-key.
           display "Scaling band low percent (e.g. 080): "
           accept ws-band-low.
           display "Scaling band high percent (e.g. 120): "
           accept ws-band-high.
           if ws-scramble-key = 0
               display "Scramble key must not be zeros - run again."
               move 8 to return-code
               go to zz-end
           end-if.
           if ws-band-low = 0 or ws-band-high < ws-band-low
               display "Scaling band must run from a low percent "
                   "above zero to a high percent no lower - run "
                   "again."
               move 8 to return-code
               go to zz-end
           end-if.
           compute ws-band-width = ws-band-high - ws-band-low + 1.
           move ws-scramble-key to ws-key-digits.
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening control report, status="
                   ws-report-status
               move 8 to return-code
               go to zz-end
           end-if.
           set report-open to true.
       bb-extract.
           perform copy-person-master.
           if return-code >= 8
               go to cc-report
           end-if.
           perform copy-salary-master.
           if return-code >= 8
               go to cc-report
           end-if.
           perform copy-enrollment-master.
           if return-code >= 8
               go to cc-report
           end-if.
           perform copy-tax-profile-master.
           if return-code >= 8
               go to cc-report
           end-if.
           perform copy-deduction-master.
           if return-code >= 8
               go to cc-report
           end-if.
           perform copy-leave-master.
           if return-code >= 8
               go to cc-report
           end-if.
           perform copy-ytd-master.
       cc-report.
           perform print-control-report.
       zz-end.
           if report-open
               close report-file
           end-if.
           stop run.

      *****************************************************
      * person master - new id, made-up name
      *****************************************************
       copy-person-master.
           open input person-file.
           if ws-person-status not = '00'
               display "ERROR opening person file, status="
                   ws-person-status
               move 8 to return-code
           else
               open output test-person-file
               if ws-test-person-status not = '00'
                   display "ERROR opening test person file, status="
                       ws-test-person-status
                   move 8 to return-code
               else
                   move 'N' to ws-eof-flag
                   perform until eof or return-code >= 8
                       read person-file next record
                           at end
                               set eof to true
                           not at end
                               perform copy-one-person
                       end-read
                   end-perform
                   close test-person-file
               end-if
               close person-file
           end-if.

       copy-one-person.
           add 1 to ws-person-read.
           move person-record to test-person-record.
           move employee-id of person-record to ws-source-id.
           perform map-employee-id.
           move ws-test-id to employee-id of test-person-record.
           perform make-test-name.
           write test-person-record
               invalid key
                   display "ERROR writing test person " ws-test-id
                       ", status=" ws-test-person-status
                   move 8 to return-code
               not invalid key
                   add 1 to ws-person-written
           end-write.

      * a first name and a surname picked off the new sequence -
      * always the same for the same employee
       make-test-name.
           move spaces to person-name of test-person-record.
           if ws-test-id(1:5) numeric
               move ws-test-id(1:5) to ws-new-base
           else
               move zeros to ws-new-base
           end-if.
           divide ws-new-base by 20 giving ws-name-quotient
               remainder ws-surname-idx.
           divide ws-name-quotient by 20 giving ws-name-quotient
               remainder ws-first-idx.
           add 1 to ws-surname-idx.
           add 1 to ws-first-idx.
           string first-name(ws-first-idx) delimited by space
               " " delimited by size
               surname(ws-surname-idx) delimited by space
               into person-name of test-person-record.

      *****************************************************
      * salary master - new key, scaled salary, trailer
      * rebuilt over the copy
      *****************************************************
       copy-salary-master.
           open input salary-file.
           if ws-salary-status not = '00'
               display "ERROR opening salary file, status="
                   ws-salary-status
               move 8 to return-code
           else
               open output test-salary-file
               if ws-test-salary-status not = '00'
                   display "ERROR opening test salary file, status="
                       ws-test-salary-status
                   move 8 to return-code
               else
                   move 'N' to ws-eof-flag
                   perform until eof or return-code >= 8
                       read salary-file next record
                           at end
                               set eof to true
                           not at end
                               perform copy-one-salary
                       end-read
                   end-perform
                   if return-code < 8
                       perform write-test-salary-trailer
                   end-if
                   close test-salary-file
               end-if
               close salary-file
           end-if.

       copy-one-salary.
           if record-type of salary-record = 'T'
               set source-trailer-seen to true
               move trailer-expected-count of trailer-record
                   to ws-source-trailer-count
               move trailer-hash-total of trailer-record
                   to ws-source-trailer-hash
           else
               add 1 to ws-salary-read
               add salary of salary-record to ws-source-hash
               move salary-record to test-salary-record
               move employee-id of salary-record to ws-source-id
               perform map-employee-id
               move ws-test-id to employee-id of test-salary-record
               move salary of salary-record to ws-amount-in
               move 999999 to ws-amount-cap
               perform scale-amount
               move ws-amount-out to salary of test-salary-record
               write test-salary-record
                   invalid key
                       display "ERROR writing test salary "
                           salary-key of test-salary-record
                           ", status=" ws-test-salary-status
                       move 8 to return-code
                   not invalid key
                       add 1 to ws-salary-written
                       add salary of test-salary-record
                           to ws-test-hash
               end-write
           end-if.

       write-test-salary-trailer.
           move high-values to trailer-filler of test-trailer-record.
           move 'T' to trailer-id of test-trailer-record.
           move high-values
               to trailer-seq-filler of test-trailer-record.
           move ws-salary-written
               to trailer-expected-count of test-trailer-record.
           move space
               to trailer-approval-filler of test-trailer-record.
           move ws-test-hash
               to trailer-hash-total of test-trailer-record.
           write test-salary-record
               invalid key
                   display "ERROR writing test salary trailer, "
                       "status=" ws-test-salary-status
                   move 8 to return-code
           end-write.

      *****************************************************
      * bank enrollment - new key, replaced account, flat
      * splits scaled
      *****************************************************
       copy-enrollment-master.
           open input enrollment-file.
           if ws-enrollment-status not = '00'
               display "ERROR opening enrollment file, status="
                   ws-enrollment-status
               move 8 to return-code
           else
               open output test-enrollment-file
               if ws-test-enrollment-status not = '00'
                   display "ERROR opening test enrollment file, "
                       "status=" ws-test-enrollment-status
                   move 8 to return-code
               else
                   move 'N' to ws-eof-flag
                   perform until eof or return-code >= 8
                       read enrollment-file next record
                           at end
                               set eof to true
                           not at end
                               perform copy-one-enrollment
                       end-read
                   end-perform
                   close test-enrollment-file
               end-if
               close enrollment-file
           end-if.

       copy-one-enrollment.
           add 1 to ws-enrollment-read.
           move bank-enrollment-record to test-enrollment-record.
           move enr-employee-id of bank-enrollment-record
               to ws-source-id.
           perform map-employee-id.
           move ws-test-id to enr-employee-id of test-enrollment-record.
           move enr-account of bank-enrollment-record
               to ws-account-in.
           perform replace-account.
           move ws-account-out to enr-account of test-enrollment-record.
           if enr-split-flat of bank-enrollment-record
               move enr-split-amount of bank-enrollment-record
                   to ws-amount-in
               move 99999999 to ws-amount-cap
               perform scale-amount
               move ws-amount-out
                   to enr-split-amount of test-enrollment-record
           end-if.
           write test-enrollment-record
               invalid key
                   display "ERROR writing test enrollment "
                       enr-key of test-enrollment-record
                       ", status=" ws-test-enrollment-status
                   move 8 to return-code
               not invalid key
                   add 1 to ws-enrollment-written
           end-write.

      * each digit is replaced through a substitution of its own
      * position (times three - coprime to ten - plus a key digit
      * and the position), so the replacement is one-to-one and
      * the same account always comes out the same
       replace-account.
           move ws-account-in to ws-account-out.
           perform replace-account-digit
               varying ws-account-pos from 1 by 1
               until ws-account-pos > 12.

       replace-account-digit.
           if ws-account-in(ws-account-pos:1) numeric
               move ws-account-in(ws-account-pos:1)
                   to ws-account-digit
               divide ws-account-pos by 5 giving ws-digit-quotient
                   remainder ws-key-pos
               add 1 to ws-key-pos
               compute ws-digit-work = ws-account-digit * 3
                   + ws-key-digit(ws-key-pos) + ws-account-pos
               divide ws-digit-work by 10 giving ws-digit-quotient
                   remainder ws-new-digit
               move ws-new-digit to ws-account-out(ws-account-pos:1)
           end-if.

      *****************************************************
      * tax profiles - new id, extra withholding scaled
      *****************************************************
       copy-tax-profile-master.
           open input tax-profile-file.
           if ws-tax-profile-status not = '00'
               display "ERROR opening tax profile file, status="
                   ws-tax-profile-status
               move 8 to return-code
           else
               open output test-tax-profile-file
               if ws-test-tax-profile-status not = '00'
                   display "ERROR opening test tax profile file, "
                       "status=" ws-test-tax-profile-status
                   move 8 to return-code
               else
                   move 'N' to ws-eof-flag
                   perform until eof or return-code >= 8
                       read tax-profile-file next record
                           at end
                               set eof to true
                           not at end
                               perform copy-one-tax-profile
                       end-read
                   end-perform
                   close test-tax-profile-file
               end-if
               close tax-profile-file
           end-if.

       copy-one-tax-profile.
           add 1 to ws-tax-profile-read.
           move tax-profile-record to test-tax-profile-record.
           move txp-employee-id of tax-profile-record to ws-source-id.
           perform map-employee-id.
           move ws-test-id
               to txp-employee-id of test-tax-profile-record.
           move txp-extra-withholding of tax-profile-record
               to ws-amount-in.
           move 999999 to ws-amount-cap.
           perform scale-amount.
           move ws-amount-out
               to txp-extra-withholding of test-tax-profile-record.
           write test-tax-profile-record
               invalid key
                   display "ERROR writing test tax profile "
                       ws-test-id ", status="
                       ws-test-tax-profile-status
                   move 8 to return-code
               not invalid key
                   add 1 to ws-tax-profile-written
           end-write.

      *****************************************************
      * deductions - new key, flat amounts scaled
      *****************************************************
       copy-deduction-master.
           open input deduction-file.
           if ws-deduction-status not = '00'
               display "ERROR opening deduction file, status="
                   ws-deduction-status
               move 8 to return-code
           else
               open output test-deduction-file
               if ws-test-deduction-status not = '00'
                   display "ERROR opening test deduction file, "
                       "status=" ws-test-deduction-status
                   move 8 to return-code
               else
                   move 'N' to ws-eof-flag
                   perform until eof or return-code >= 8
                       read deduction-file next record
                           at end
                               set eof to true
                           not at end
                               perform copy-one-deduction
                       end-read
                   end-perform
                   close test-deduction-file
               end-if
               close deduction-file
           end-if.

       copy-one-deduction.
           add 1 to ws-deduction-read.
           move deduction-record to test-deduction-record.
           move ded-employee-id of deduction-record to ws-source-id.
           perform map-employee-id.
           move ws-test-id to ded-employee-id of test-deduction-record.
           if ded-flat-amount of deduction-record
               move ded-amount of deduction-record to ws-amount-in
               move 999999 to ws-amount-cap
               perform scale-amount
               move ws-amount-out to ded-amount of test-deduction-record
           end-if.
           write test-deduction-record
               invalid key
                   display "ERROR writing test deduction "
                       ded-key of test-deduction-record
                       ", status=" ws-test-deduction-status
                   move 8 to return-code
               not invalid key
                   add 1 to ws-deduction-written
           end-write.

      *****************************************************
      * leave master - new id only; days are not money
      *****************************************************
       copy-leave-master.
           open input leave-file.
           if ws-leave-status not = '00'
               display "ERROR opening leave file, status="
                   ws-leave-status
               move 8 to return-code
           else
               open output test-leave-file
               if ws-test-leave-status not = '00'
                   display "ERROR opening test leave file, status="
                       ws-test-leave-status
                   move 8 to return-code
               else
                   move 'N' to ws-eof-flag
                   perform until eof or return-code >= 8
                       read leave-file next record
                           at end
                               set eof to true
                           not at end
                               perform copy-one-leave
                       end-read
                   end-perform
                   close test-leave-file
               end-if
               close leave-file
           end-if.

       copy-one-leave.
           add 1 to ws-leave-read.
           move leave-record to test-leave-record.
           move lv-employee-id of leave-record to ws-source-id.
           perform map-employee-id.
           move ws-test-id to lv-employee-id of test-leave-record.
           write test-leave-record
               invalid key
                   display "ERROR writing test leave " ws-test-id
                       ", status=" ws-test-leave-status
                   move 8 to return-code
               not invalid key
                   add 1 to ws-leave-written
           end-write.

      *****************************************************
      * employee YTD master - new id, every amount scaled
      * by the employee's one percentage
      *****************************************************
       copy-ytd-master.
           open input ytd-file.
           if ws-ytd-status not = '00'
               display "ERROR opening employee YTD file, status="
                   ws-ytd-status
               move 8 to return-code
           else
               open output test-ytd-file
               if ws-test-ytd-status not = '00'
                   display "ERROR opening test YTD file, status="
                       ws-test-ytd-status
                   move 8 to return-code
               else
                   move 'N' to ws-eof-flag
                   perform until eof or return-code >= 8
                       read ytd-file next record
                           at end
                               set eof to true
                           not at end
                               perform copy-one-ytd
                       end-read
                   end-perform
                   close test-ytd-file
               end-if
               close ytd-file
           end-if.

       copy-one-ytd.
           add 1 to ws-ytd-read.
           move ytd-earnings-record to test-ytd-record.
           move ytd-employee-id of ytd-earnings-record
               to ws-source-id.
           perform map-employee-id.
           move ws-test-id to ytd-employee-id of test-ytd-record.
           move 9999999999 to ws-amount-cap.
           move ytd-regular-gross of ytd-earnings-record
               to ws-amount-in.
           perform scale-amount.
           move ws-amount-out to ytd-regular-gross of test-ytd-record.
           move ytd-bonus-gross of ytd-earnings-record
               to ws-amount-in.
           perform scale-amount.
           move ws-amount-out to ytd-bonus-gross of test-ytd-record.
           move ytd-deduction-gross of ytd-earnings-record
               to ws-amount-in.
           perform scale-amount.
           move ws-amount-out
               to ytd-deduction-gross of test-ytd-record.
           move ytd-tax-withheld of ytd-earnings-record
               to ws-amount-in.
           perform scale-amount.
           move ws-amount-out to ytd-tax-withheld of test-ytd-record.
           move ytd-net-pay of ytd-earnings-record to ws-amount-in.
           perform scale-amount.
           move ws-amount-out to ytd-net-pay of test-ytd-record.
           write test-ytd-record
               invalid key
                   display "ERROR writing test YTD " ws-test-id
                       ", status=" ws-test-ytd-status
                   move 8 to return-code
               not invalid key
                   add 1 to ws-ytd-written
           end-write.

      *****************************************************
      * the employee-id scramble and the employee's scaling
      * percentage, both taken off the new sequence so every
      * file gets the same answer for the same employee
      *****************************************************
       map-employee-id.
           if ws-source-id = ws-last-source-id
               move ws-last-test-id to ws-test-id
               move ws-last-scale-pct to ws-scale-pct
           else
               if ws-source-id(1:5) numeric
                   move ws-source-id(1:5) to ws-id-base
                   compute ws-id-work = ws-id-base * ws-id-multiplier
                       + ws-scramble-key
                   divide ws-id-work by 100000 giving ws-id-quotient
                       remainder ws-new-base
                   move ws-new-base to ws-test-id(1:5)
                   move space to ws-test-id(6:1)
                   move 'C' to ws-chkdig-function
                   call "check-digit" using ws-chkdig-function,
                       ws-test-id, ws-chkdig-result
                   compute ws-id-work = ws-new-base * 7
                       + ws-scramble-key
                   divide ws-id-work by ws-band-width
                       giving ws-id-quotient remainder ws-scale-pct
                   add ws-band-low to ws-scale-pct
               else
                   move ws-source-id to ws-test-id
                   move 100 to ws-scale-pct
                   add 1 to ws-unmapped-count
                   display "WARNING: employee-id " ws-source-id
                       " is not numeric - copied unchanged."
                   if return-code < 4
                       move 4 to return-code
                   end-if
               end-if
               move ws-source-id to ws-last-source-id
               move ws-test-id to ws-last-test-id
               move ws-scale-pct to ws-last-scale-pct
           end-if.

       scale-amount.
           compute ws-amount-out rounded =
               ws-amount-in * ws-scale-pct / 100.
           if ws-amount-out > ws-amount-cap
               move ws-amount-cap to ws-amount-out
               add 1 to ws-capped-count
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.
           if ws-amount-out < (0 - ws-amount-cap)
               compute ws-amount-out = 0 - ws-amount-cap
               add 1 to ws-capped-count
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.

      *****************************************************
      * the control report - every copy against its source
      *****************************************************
       print-control-report.
           move hl-title to report-line.
           perform write-report-line.
           move function current-date(1:8) to hl-run-date.
           move ws-band-low to hl-band-low.
           move ws-band-high to hl-band-high.
           move hl-run-line to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           move hl-column-headers to report-line.
           perform write-report-line.
           move "Person master" to dl-master.
           move ws-person-read to dl-source.
           move ws-person-written to dl-copy.
           perform print-count-line.
           move "Salary master (detail)" to dl-master.
           move ws-salary-read to dl-source.
           move ws-salary-written to dl-copy.
           perform print-count-line.
           move "Bank enrollment" to dl-master.
           move ws-enrollment-read to dl-source.
           move ws-enrollment-written to dl-copy.
           perform print-count-line.
           move "Tax profiles" to dl-master.
           move ws-tax-profile-read to dl-source.
           move ws-tax-profile-written to dl-copy.
           perform print-count-line.
           move "Deductions" to dl-master.
           move ws-deduction-read to dl-source.
           move ws-deduction-written to dl-copy.
           perform print-count-line.
           move "Leave master" to dl-master.
           move ws-leave-read to dl-source.
           move ws-leave-written to dl-copy.
           perform print-count-line.
           move "Employee YTD" to dl-master.
           move ws-ytd-read to dl-source.
           move ws-ytd-written to dl-copy.
           perform print-count-line.
           perform print-salary-trailers.
           move spaces to report-line.
           perform write-report-line.
           move "Employee-ids not numeric, copied unchanged: "
               to dl-note-label.
           move ws-unmapped-count to dl-note-count.
           move dl-note-line to report-line.
           perform write-report-line.
           move "Scaled amounts capped at their picture: "
               to dl-note-label.
           move ws-capped-count to dl-note-count.
           move dl-note-line to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           if ws-mismatch-count > 0 and return-code < 8
               move 8 to return-code
           end-if.
           evaluate true
               when return-code >= 8
                   move "FAILED - do not load this copy" to fl-verdict
               when return-code = 4
                   move "COMPLETE WITH WARNINGS - see notes above"
                       to fl-verdict
               when other
                   move "COMPLETE - every copy matches its source"
                       to fl-verdict
           end-evaluate.
           move fl-verdict-line to report-line.
           perform write-report-line.
           display "Test extract: " ws-person-read " persons, "
               ws-salary-read " salary records - " fl-verdict.

      * the counts are compared in their edited form - both were
      * moved from the six-digit counters just before
       print-count-line.
           if dl-source = dl-copy
               move "MATCH" to dl-result
           else
               move "MISMATCH" to dl-result
               add 1 to ws-mismatch-count
           end-if.
           move dl-count-line to report-line.
           perform write-report-line.

       print-salary-trailers.
           move spaces to report-line.
           perform write-report-line.
           move "Source salary trailer" to dl-trailer-label.
           move ws-source-trailer-count to dl-trailer-count.
           move ws-source-trailer-hash to dl-trailer-hash.
           if not source-trailer-seen
               move "no trailer on source" to dl-trailer-result
           else
               if ws-source-trailer-count = ws-salary-read
                   and ws-source-trailer-hash = ws-source-hash
                   move "ties to source" to dl-trailer-result
               else
                   move "source out of step" to dl-trailer-result
               end-if
           end-if.
           move dl-trailer-line to report-line.
           perform write-report-line.
           move "Rebuilt copy trailer" to dl-trailer-label.
           move ws-salary-written to dl-trailer-count.
           move ws-test-hash to dl-trailer-hash.
           move "scaled hash" to dl-trailer-result.
           move dl-trailer-line to report-line.
           perform write-report-line.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing control report, status="
                   ws-report-status
           end-if.
