       fd backup-file.
       01 backup-record.
           05 bk-record-type pic x.
           05 bk-data pic x(55).
       01 backup-trailer-record redefines backup-record.
           05 filler pic x.
           05 bk-trailer-count pic 9(8).
           05 bk-trailer-hash pic 9(10).
           05 filler pic x(37).
       working-storage section.
       01 ws-person-status pic xx value '00'.
       01 ws-salary-status pic xx value '00'.
               move bk-trailer-hash to ws-trailer-hash
           else
               if person-master-choice
                   move bk-data(1:55) to person-record
                   write person-record
                   if ws-person-status not = '00'
                       display "ERROR writing person record, "
