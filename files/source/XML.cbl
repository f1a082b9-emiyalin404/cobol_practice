                         organization is line sequential
                         file status is register-status.

       select dues-file assign "DuesTable"
                         organization is line sequential
                         file status is dues-status.

       select notice-file assign "RenewalNotice"
                         organization is line sequential
                         file status is notice-status.

       select email-file assign "RenewalEmail.csv"
                         organization is line sequential
                         file status is email-status.

       select payment-file assign "DuesPayments"
                         organization is line sequential
                         file status is payment-status.

       data division.
       file section.
       xd xml-stream.
           05 xml-email      pic x(40) identified by "email".
           05 xml-dept       pic x(20) identified by "department".
           05 xml-join-date  pic x(8)  identified by "join_date".
           05 xml-mbr-type   pic x(3)  identified by "membership_type".
           05 xml-paid-thru  pic x(8)  identified by "paid_through".
           05 xml-mbr-status pic x     identified by "status".

       fd  export-file.
       01  export-rec               pic x(140).

       xd  xml-import.
       01  xml-in-member identified by "member".
           05 mb-email      pic x(40).
           05 mb-dept       pic x(20).
           05 mb-join-date  pic x(8).
           05 mb-type       pic x(3).
           05 mb-paid-thru  pic 9(8).
           05 mb-due-amt    pic 9(5)v99.
           05 mb-billed-for pic 9(8).
           05 mb-status     pic x.

       fd  register-file.
       01  register-rec             pic x(100).

       fd  dues-file.
       01  dues-rec.
           05 du-type       pic x(3).
           05 du-desc       pic x(20).
           05 du-annual     pic 9(5)v99.
           05 du-grace-days pic 9(3).

       fd  notice-file.
       01  notice-rec               pic x(80).

       fd  email-file.
       01  email-rec                pic x(150).

       fd  payment-file.
       01  payment-rec.
           05 py-date       pic 9(8).
           05 py-first-name pic x(20).
           05 py-name       pic x(20).
           05 py-amount     pic 9(5)v99.
           05 py-paid-thru  pic 9(8).

       working-storage section.
       77  xml-status             pic s9(9) comp.
       77  export-status          pic xx.
       77  import-status          pic s9(9) comp.
       77  member-status          pic xx.
       77  register-status        pic xx.
       77  dues-status            pic xx.
       77  notice-status          pic xx.
       77  email-status           pic xx.
       77  payment-status         pic xx.
       77  member-idx             pic 9(2) comp.
       77  ws-mode                pic x.
       77  ws-accept-cnt          pic 9(4) value 0.
       77  ws-mbr-idx             pic 9(3).
       77  ws-match-idx           pic 9(3).
       77  ws-reason              pic x(30).
       77  ws-today               pic 9(8).
       77  ws-next-month          pic 9(6).
       77  ws-first-name          pic x(20).
       77  ws-name                pic x(20).
       77  ws-type                pic x(3).
       77  ws-amount              pic 9(5)v99.
       77  ws-amount-ed           pic zz,zz9.99.
       77  ws-amount-csv          pic 9(5).99.
       77  ws-date                pic 9(8).
       77  ws-days-late           pic s9(7).
       77  ws-dues-cnt            pic 9(2) value 0.
       77  ws-dues-idx            pic 9(2).
       77  ws-dues-match          pic 9(2).
       77  ws-bill-cnt            pic 9(4) value 0.
       77  ws-lapse-cnt           pic 9(4) value 0.
       77  ws-grace-cnt           pic 9(4) value 0.

       01  ws-dues-area.
           05 ws-dues-ent  occurs 20 times.
              10 wd-type       pic x(3).
              10 wd-desc       pic x(20).
              10 wd-annual     pic 9(5)v99.
              10 wd-grace-days pic 9(3).

       01  ws-member-area.
           05 ws-member-ent  occurs 300 times.
              10 wm-email      pic x(40).
              10 wm-dept       pic x(20).
              10 wm-join-date  pic x(8).
              10 wm-type       pic x(3).
              10 wm-paid-thru  pic 9(8).
              10 wm-due-amt    pic 9(5)v99.
              10 wm-billed-for pic 9(8).
              10 wm-status     pic x.

       procedure division.

       MAIN.
           display "(E)xport members  (I)mport updates"
           display "(D)ues  (T)ype/expiry  (R)enewal run  (P)ayment"
           display "choice : " with no advancing
           accept ws-mode
           if ws-mode = "I" or ws-mode = "i"
              perform IMPORT-MEMBERS
              goback
           end-if
           if ws-mode = "D" or ws-mode = "d"
              perform MAINTAIN-DUES
              goback
           end-if
           if ws-mode = "T" or ws-mode = "t"
              perform SET-MEMBER-TYPE
              goback
           end-if
           if ws-mode = "R" or ws-mode = "r"
              perform RENEWAL-RUN
              goback
           end-if
           if ws-mode = "P" or ws-mode = "p"
              perform RECORD-PAYMENT
              goback
           end-if

           perform LOAD-MEMBER-FILE.

      *creates the file
           display "Creating file..."
           move "john.do@mail.com" to xml-email
           move "Sales"            to xml-dept
           move "20230115"         to xml-join-date
           perform SET-EXPORT-DUES
           write xml-memberlist

           move "Mary"             to xml-first-name
           move "mary.ann@mail.com" to xml-email
           move "Accounting"        to xml-dept
           move "20210603"          to xml-join-date
           perform SET-EXPORT-DUES
           write xml-memberlist

           move "Peter"            to xml-first-name
           move "peter.lee@mail.com" to xml-email
           move "Sales"              to xml-dept
           move "20190922"           to xml-join-date
           perform SET-EXPORT-DUES
           write xml-memberlist

      *close file
              display xml-email
              display xml-dept
              display xml-join-date
              display xml-paid-thru

              move spaces to export-rec
              string xml-first-name  delimited by size
                     xml-dept        delimited by size
                     ","             delimited by size
                     xml-join-date   delimited by size
                     ","             delimited by size
                     xml-paid-thru   delimited by size
                     ","             delimited by size
                     xml-mbr-status  delimited by size
                  into export-rec
              end-string
              write export-rec
              move ws-mbr-cnt to ws-match-idx
              move xi-first-name to wm-first-name (ws-match-idx)
              move xi-name       to wm-name       (ws-match-idx)
              move spaces        to wm-type       (ws-match-idx)
              move 0             to wm-paid-thru  (ws-match-idx)
              move 0             to wm-due-amt    (ws-match-idx)
              move 0             to wm-billed-for (ws-match-idx)
              move space         to wm-status     (ws-match-idx)
           end-if
           if ws-match-idx > 0
              move xi-age       to wm-age       (ws-match-idx)
                    move mb-email      to wm-email      (ws-mbr-cnt)
                    move mb-dept       to wm-dept       (ws-mbr-cnt)
                    move mb-join-date  to wm-join-date  (ws-mbr-cnt)
                    move mb-type       to wm-type       (ws-mbr-cnt)
                    move mb-status     to wm-status     (ws-mbr-cnt)
                    if mb-paid-thru is numeric
                       move mb-paid-thru  to wm-paid-thru  (ws-mbr-cnt)
                    else
                       move 0 to wm-paid-thru (ws-mbr-cnt)
                    end-if
                    if mb-due-amt is numeric
                       move mb-due-amt    to wm-due-amt    (ws-mbr-cnt)
                    else
                       move 0 to wm-due-amt (ws-mbr-cnt)
                    end-if
                    if mb-billed-for is numeric
                       move mb-billed-for to wm-billed-for (ws-mbr-cnt)
                    else
                       move 0 to wm-billed-for (ws-mbr-cnt)
                    end-if
                 end-if
              end-perform
              close member-file
              move wm-email      (ws-mbr-idx) to mb-email
              move wm-dept       (ws-mbr-idx) to mb-dept
              move wm-join-date  (ws-mbr-idx) to mb-join-date
              move wm-type       (ws-mbr-idx) to mb-type
              move wm-paid-thru  (ws-mbr-idx) to mb-paid-thru
              move wm-due-amt    (ws-mbr-idx) to mb-due-amt
              move wm-billed-for (ws-mbr-idx) to mb-billed-for
              move wm-status     (ws-mbr-idx) to mb-status
              write member-rec
           end-perform
           close member-file.

      ***---
       SET-EXPORT-DUES.
           move xml-first-name to ws-first-name
           move xml-name       to ws-name
           perform FIND-MEMBER
           if ws-match-idx > 0
              move wm-type      (ws-match-idx) to xml-mbr-type
              move wm-paid-thru (ws-match-idx) to xml-paid-thru
              move wm-status    (ws-match-idx) to xml-mbr-status
           else
              move spaces to xml-mbr-type
              move spaces to xml-paid-thru
              move spaces to xml-mbr-status
           end-if.

      ***---
       FIND-MEMBER.
           move 0 to ws-match-idx
           perform varying ws-mbr-idx from 1 by 1
                    until ws-mbr-idx > ws-mbr-cnt
              if wm-first-name (ws-mbr-idx) = ws-first-name
                 and wm-name   (ws-mbr-idx) = ws-name
                 move ws-mbr-idx to ws-match-idx
              end-if
           end-perform.

      ***---
       FIND-DUES.
           move 0 to ws-dues-match
           perform varying ws-dues-idx from 1 by 1
                    until ws-dues-idx > ws-dues-cnt
              if wd-type (ws-dues-idx) = ws-type
                 move ws-dues-idx to ws-dues-match
              end-if
           end-perform.

      ***---
       LOAD-DUES.
           move 0 to ws-dues-cnt
           open input dues-file
           if dues-status = "00"
              perform until 1 = 2
                 read dues-file next
                    at end
                       exit perform
                 end-read
                 if ws-dues-cnt < 20
                    add 1 to ws-dues-cnt
                    move du-type       to wd-type       (ws-dues-cnt)
                    move du-desc       to wd-desc       (ws-dues-cnt)
                    move du-annual     to wd-annual     (ws-dues-cnt)
                    move du-grace-days to wd-grace-days (ws-dues-cnt)
                 end-if
              end-perform
              close dues-file
           end-if.

      ***---
       MAINTAIN-DUES.
           perform LOAD-DUES
           display "Current dues table..."
           perform varying ws-dues-idx from 1 by 1
                    until ws-dues-idx > ws-dues-cnt
              move wd-annual (ws-dues-idx) to ws-amount-ed
              display wd-type (ws-dues-idx) " "
                      wd-desc (ws-dues-idx) " "
                      ws-amount-ed " grace "
                      wd-grace-days (ws-dues-idx)
           end-perform
           perform until 1 = 2
              move spaces to ws-type
              display "Type (blank to finish) : " with no advancing
              accept ws-type
              if ws-type = spaces
                 exit perform
              end-if
              perform FIND-DUES
              if ws-dues-match = 0
                 if ws-dues-cnt not < 20
                    display "Dues table full"
                    exit perform
                 end-if
                 add 1 to ws-dues-cnt
                 move ws-dues-cnt to ws-dues-match
                 move ws-type to wd-type (ws-dues-match)
              end-if
              display "Description            : " with no advancing
              accept wd-desc (ws-dues-match)
              display "Annual dues            : " with no advancing
              accept wd-annual (ws-dues-match)
              display "Grace days             : " with no advancing
              accept wd-grace-days (ws-dues-match)
           end-perform
           open output dues-file
           perform varying ws-dues-idx from 1 by 1
                    until ws-dues-idx > ws-dues-cnt
              move wd-type       (ws-dues-idx) to du-type
              move wd-desc       (ws-dues-idx) to du-desc
              move wd-annual     (ws-dues-idx) to du-annual
              move wd-grace-days (ws-dues-idx) to du-grace-days
              write dues-rec
           end-perform
           close dues-file
           display "Dues table saved, " ws-dues-cnt " types".

      ***---
       SET-MEMBER-TYPE.
           perform LOAD-DUES
           perform LOAD-MEMBER-FILE
           display "First name : " with no advancing
           accept ws-first-name
           display "Name       : " with no advancing
           accept ws-name
           perform FIND-MEMBER
           if ws-match-idx = 0
              display "Member not on file"
              exit paragraph
           end-if
           display "Membership type : " with no advancing
           accept ws-type
           perform FIND-DUES
           if ws-dues-match = 0
              display "Type not in dues table"
              exit paragraph
           end-if
           display "Paid through (YYYYMMDD, 0 = join + 1 year) : "
                   with no advancing
           accept ws-date
           if ws-date = 0
              if wm-join-date (ws-match-idx) not numeric
                 display "Join date not numeric - enter a date"
                 exit paragraph
              end-if
              move wm-join-date (ws-match-idx) to ws-date
              perform ADD-ONE-YEAR
           end-if
           move ws-type to wm-type      (ws-match-idx)
           move ws-date to wm-paid-thru (ws-match-idx)
           move "A"     to wm-status    (ws-match-idx)
           perform SAVE-MEMBER-FILE
           display "Member type " ws-type " paid through " ws-date.

      ***---
       ADD-ONE-YEAR.
           add 10000 to ws-date
           if ws-date (5:4) = "0229"
              subtract 1 from ws-date
           end-if.

      ***---
       RENEWAL-RUN.
           display "Run date (YYYYMMDD) : " with no advancing
           accept ws-today
           compute ws-next-month = ws-today / 100
           if ws-next-month (5:2) = "12"
              add 89 to ws-next-month
           else
              add 1 to ws-next-month
           end-if
           perform LOAD-DUES
           perform LOAD-MEMBER-FILE
           open output notice-file
           open output email-file
           move spaces to email-rec
           string "email,first_name,name,"      delimited by size
                  "membership_type,"            delimited by size
                  "amount_due,due_date"         delimited by size
              into email-rec
           end-string
           write email-rec
           perform varying ws-mbr-idx from 1 by 1
                    until ws-mbr-idx > ws-mbr-cnt
              if wm-type (ws-mbr-idx) not = spaces
                 and wm-paid-thru (ws-mbr-idx) > 0
                 perform CHECK-LAPSE
                 compute ws-date = wm-paid-thru (ws-mbr-idx) / 100
                 if (ws-date = ws-next-month
                     or wm-paid-thru (ws-mbr-idx) < ws-today)
                    and wm-billed-for (ws-mbr-idx)
                        not = wm-paid-thru (ws-mbr-idx)
                    perform BILL-ONE-MEMBER
                 end-if
              end-if
           end-perform
           close notice-file
           close email-file
           perform SAVE-MEMBER-FILE
           display "Renewals billed " ws-bill-cnt
                   "  in grace " ws-grace-cnt
                   "  lapsed " ws-lapse-cnt.

      ***---
       CHECK-LAPSE.
           if wm-paid-thru (ws-mbr-idx) not < ws-today
              move "A" to wm-status (ws-mbr-idx)
              exit paragraph
           end-if
           move wm-type (ws-mbr-idx) to ws-type
           perform FIND-DUES
           compute ws-days-late =
                   function integer-of-date (ws-today)
                 - function integer-of-date (wm-paid-thru (ws-mbr-idx))
           if ws-dues-match > 0
              and ws-days-late not > wd-grace-days (ws-dues-match)
              move "G" to wm-status (ws-mbr-idx)
              add 1 to ws-grace-cnt
           else
              if wm-status (ws-mbr-idx) not = "L"
                 display "Lapsed " wm-first-name (ws-mbr-idx)
                         " " wm-name (ws-mbr-idx)
              end-if
              move "L" to wm-status (ws-mbr-idx)
              add 1 to ws-lapse-cnt
           end-if.

      ***---
       BILL-ONE-MEMBER.
           move wm-type (ws-mbr-idx) to ws-type
           perform FIND-DUES
           if ws-dues-match = 0
              display "No dues rate for type " ws-type " - "
                      wm-first-name (ws-mbr-idx) " not billed"
              exit paragraph
           end-if
           move wd-annual (ws-dues-match) to wm-due-amt (ws-mbr-idx)
           move wm-paid-thru (ws-mbr-idx)
              to wm-billed-for (ws-mbr-idx)
           add 1 to ws-bill-cnt
           move wd-annual (ws-dues-match) to ws-amount-ed
           move wd-annual (ws-dues-match) to ws-amount-csv

           move "MEMBERSHIP RENEWAL NOTICE" to notice-rec
           write notice-rec
           move spaces to notice-rec
           string "To: "                    delimited by size
                  wm-first-name (ws-mbr-idx) delimited by "  "
                  " "                       delimited by size
                  wm-name (ws-mbr-idx)      delimited by "  "
                  ", "                      delimited by size
                  wm-dept (ws-mbr-idx)      delimited by "  "
              into notice-rec
           end-string
           write notice-rec
           move spaces to notice-rec
           string "Your "                   delimited by size
                  wd-desc (ws-dues-match)   delimited by "  "
                  " membership expires on " delimited by size
                  wm-paid-thru (ws-mbr-idx) delimited by size
                  "."                       delimited by size
              into notice-rec
           end-string
           write notice-rec
           move spaces to notice-rec
           string "Annual dues of "         delimited by size
                  ws-amount-ed              delimited by size
                  " are payable by that date." delimited by size
              into notice-rec
           end-string
           write notice-rec
           move spaces to notice-rec
           string "Membership lapses "      delimited by size
                  wd-grace-days (ws-dues-match) delimited by size
                  " days after expiry if unpaid." delimited by size
              into notice-rec
           end-string
           write notice-rec
           move all "-" to notice-rec
           write notice-rec

           move spaces to email-rec
           string wm-email (ws-mbr-idx)      delimited by space
                  ","                        delimited by size
                  wm-first-name (ws-mbr-idx) delimited by "  "
                  ","                        delimited by size
                  wm-name (ws-mbr-idx)       delimited by "  "
                  ","                        delimited by size
                  wm-type (ws-mbr-idx)       delimited by space
                  ","                        delimited by size
                  ws-amount-csv              delimited by size
                  ","                        delimited by size
                  wm-paid-thru (ws-mbr-idx)  delimited by size
              into email-rec
           end-string
           write email-rec.

      ***---
       RECORD-PAYMENT.
           perform LOAD-MEMBER-FILE
           display "Payment date (YYYYMMDD) : " with no advancing
           accept ws-today
           display "First name : " with no advancing
           accept ws-first-name
           display "Name       : " with no advancing
           accept ws-name
           perform FIND-MEMBER
           if ws-match-idx = 0
              display "Member not on file"
              exit paragraph
           end-if
           if wm-due-amt (ws-match-idx) = 0
              display "No dues billed for this member"
              exit paragraph
           end-if
           move wm-due-amt (ws-match-idx) to ws-amount-ed
           display "Dues owed " ws-amount-ed
           display "Amount paid : " with no advancing
           accept ws-amount
           if ws-amount = 0 or ws-amount > wm-due-amt (ws-match-idx)
              display "Amount must be between 0 and dues owed"
              exit paragraph
           end-if
           subtract ws-amount from wm-due-amt (ws-match-idx)
           if wm-due-amt (ws-match-idx) = 0
              move wm-paid-thru (ws-match-idx) to ws-date
              perform ADD-ONE-YEAR
              move ws-date to wm-paid-thru (ws-match-idx)
              move "A"     to wm-status    (ws-match-idx)
           end-if
           open extend payment-file
           if payment-status = "35"
              open output payment-file
           end-if
           move ws-today      to py-date
           move ws-first-name to py-first-name
           move ws-name       to py-name
           move ws-amount     to py-amount
           move wm-paid-thru (ws-match-idx) to py-paid-thru
           write payment-rec
           close payment-file
           perform SAVE-MEMBER-FILE
           move wm-due-amt (ws-match-idx) to ws-amount-ed
           display "Payment recorded, still owed " ws-amount-ed
                   "  paid through " wm-paid-thru (ws-match-idx).
