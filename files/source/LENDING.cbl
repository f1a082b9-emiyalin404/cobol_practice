                 organization is line sequential
                 file status is file-status.

           select schedulefile assign to "FineSchedule"
                 organization is line sequential
                 file status is file-status.

           select accountfile assign to "FineAccount"
                 organization is line sequential
                 file status is file-status.

           select ledgerfile assign to "FineLedger"
                 organization is line sequential
                 file status is file-status.

           select finereport assign to "FineReport"
                 organization is line sequential
                 file status is file-status.

       data division.
       file section.
       fd  borrowerfile.
           05 lr-state       pic x.
           05 lr-hold-bwr    pic x(5).
           05 lr-hold-exp    pic 9(8).
           05 lr-fined       pic 9(5)v99.
           05 lr-repl-chg    pic 9(5)v99.

       fd  reservefile.
       01  reserve-rec.
       fd  overduefile.
       01  overdue-rec       pic x(80).

       fd  schedulefile.
       01  schedule-rec.
           05 fs-per-day     pic 9(3)v99.
           05 fs-item-cap    pic 9(5)v99.
           05 fs-lost-days   pic 9(3).
           05 fs-replace     pic 9(5)v99.
           05 fs-owe-limit   pic 9(5)v99.

       fd  accountfile.
       01  account-rec.
           05 fa-borrower    pic x(5).
           05 fa-charged     pic 9(6)v99.
           05 fa-paid        pic 9(6)v99.
           05 fa-waived      pic 9(6)v99.

       fd  ledgerfile.
       01  ledger-rec.
           05 fl-date        pic 9(8).
           05 fl-borrower    pic x(5).
           05 fl-type        pic x.
           05 fl-title       pic x(30).
           05 fl-amount      pic 9(5)v99.

       fd  finereport.
       01  fine-report-rec   pic x(80).

       fd  catalogfile.
       01  catalog-in-rec.
           05 ci-title       pic x(30).
              10 wl-state       pic x.
              10 wl-hold-bwr    pic x(5).
              10 wl-hold-exp    pic 9(8).
              10 wl-fined       pic 9(5)v99.
              10 wl-repl-chg    pic 9(5)v99.

       01  ws-resv-area.
           05 ws-resv-ent  occurs 200 times.
       77  ws-best-cnt          pic 9(3).
       77  ws-answer            pic x.

       01  ws-acct-area.
           05 ws-acct-ent  occurs 200 times.
              10 wa-borrower    pic x(5).
              10 wa-charged     pic 9(6)v99.
              10 wa-paid        pic 9(6)v99.
              10 wa-waived      pic 9(6)v99.
              10 wa-mon-charged pic 9(6)v99.
              10 wa-mon-paid    pic 9(6)v99.
              10 wa-mon-waived  pic 9(6)v99.
       77  ws-acct-cnt          pic 9(3) value 0.
       77  ws-aidx              pic 9(3).
       77  ws-fidx              pic 9(3).
       77  ws-per-day           pic 9(3)v99 value 0.25.
       77  ws-item-cap          pic 9(5)v99 value 10.00.
       77  ws-lost-days         pic 9(3)    value 60.
       77  ws-replace           pic 9(5)v99 value 25.00.
       77  ws-owe-limit         pic 9(5)v99 value 5.00.
       77  ws-days-over         pic 9(5).
       77  ws-fine-due          pic 9(5)v99.
       77  ws-post-borrower     pic x(5).
       77  ws-post-title        pic x(30).
       77  ws-post-type         pic x.
       77  ws-post-amt          pic 9(5)v99.
       77  ws-balance           pic s9(6)v99.
       77  ws-balance-ed        pic -zzz,zz9.99.
       77  ws-amount-ed         pic zz,zz9.99.
       77  ws-month             pic 9(6).
       77  ws-tot-charged       pic 9(7)v99.
       77  ws-tot-paid          pic 9(7)v99.
       77  ws-tot-waived        pic 9(7)v99.
       77  ws-tot-balance       pic s9(7)v99.

       01  ws-rpt-area.
           05 ws-rpt-ent   occurs 100 times.
              10 wp-title       pic x(30).
           05 od-title          pic x(30).
           05 filler            pic x(2) value spaces.
           05 od-due            pic 9(8).
           05 filler            pic x(2) value spaces.
           05 od-fined          pic zz,zz9.99.
           05 filler            pic x(2) value spaces.
           05 od-lost           pic x(4).

       01  fine-dl.
           05 fd-borrower       pic x(5).
           05 filler            pic x(3) value spaces.
           05 fd-charged        pic zzz,zz9.99.
           05 filler            pic x(3) value spaces.
           05 fd-paid           pic zzz,zz9.99.
           05 filler            pic x(3) value spaces.
           05 fd-waived         pic zzz,zz9.99.
           05 filler            pic x(3) value spaces.
           05 fd-balance        pic -zzz,zz9.99.

       procedure division.
       MAIN.
           display "Music catalogue lending"
           display "(C)heckout (R)eturn (O)verdue (H)istory"
           display "(B)orrower add (E)xpire holds (W)eekly report"
           display "(P)ayment/waiver (F)ine schedule (M)onthly fines"
           display "choice : " with no advancing
           accept ws-choice


           perform LOAD-LOANS
           perform LOAD-RESERVES
           perform LOAD-FINE-SCHEDULE
           perform LOAD-ACCOUNTS

           evaluate ws-choice
              when "C"
              when "r"
                 perform RETURN-ITEM
                 perform SAVE-LOANS
                 perform SAVE-ACCOUNTS
              when "O"
              when "o"
                 perform OVERDUE-LISTING
                 perform SAVE-LOANS
                 perform SAVE-ACCOUNTS
              when "H"
              when "h"
                 perform ITEM-HISTORY
              when "W"
              when "w"
                 perform RESERVE-REPORT
              when "P"
              when "p"
                 perform PAY-OR-WAIVE
                 perform SAVE-ACCOUNTS
              when "F"
              when "f"
                 perform MAINTAIN-FINE-SCHEDULE
              when "M"
              when "m"
                 perform MONTHLY-FINES-REPORT
              when other
                 display "Unknown choice"
           end-evaluate
                    move lr-state    to wl-state    (ws-loan-cnt)
                    move lr-hold-bwr to wl-hold-bwr (ws-loan-cnt)
                    move lr-hold-exp to wl-hold-exp (ws-loan-cnt)
                    if lr-fined is numeric
                       move lr-fined to wl-fined (ws-loan-cnt)
                    else
                       move 0 to wl-fined (ws-loan-cnt)
                    end-if
                    if lr-repl-chg is numeric
                       move lr-repl-chg to wl-repl-chg (ws-loan-cnt)
                    else
                       move 0 to wl-repl-chg (ws-loan-cnt)
                    end-if
                 end-if
              end-perform
              close loanfile
              move wl-state    (ws-idx) to lr-state
              move wl-hold-bwr (ws-idx) to lr-hold-bwr
              move wl-hold-exp (ws-idx) to lr-hold-exp
              move wl-fined    (ws-idx) to lr-fined
              move wl-repl-chg (ws-idx) to lr-repl-chg
              write loan-rec
           end-perform
           close loanfile.
              exit paragraph
           end-if

           perform CHECK-FINE-BLOCK
           if ws-balance > ws-owe-limit
              move ws-balance to ws-balance-ed
              display "Borrower owes " ws-balance-ed
                      " - checkout and reservation refused"
              exit paragraph
           end-if

           perform varying ws-idx from 1 by 1
                    until ws-idx > ws-loan-cnt
              if wl-title  (ws-idx) = ws-title
                    move "O"    to wl-state    (ws-idx)
                    move spaces to wl-hold-bwr (ws-idx)
                    move 0      to wl-hold-exp (ws-idx)
                    move 0      to wl-fined    (ws-idx)
                    move 0      to wl-repl-chg (ws-idx)
                    display "Checked out from hold"
                    exit paragraph
                 else
                    until ws-idx > ws-loan-cnt
              if wl-title  (ws-idx) = ws-title
                 and wl-artist (ws-idx) = ws-artist
                 and (wl-state (ws-idx) = "O"
                      or wl-state (ws-idx) = "L")
                 move "Y" to ws-found-sw
              end-if
           end-perform
                 move "O"    to wl-state    (ws-loan-cnt)
                 move spaces to wl-hold-bwr (ws-loan-cnt)
                 move 0      to wl-hold-exp (ws-loan-cnt)
                 move 0      to wl-fined    (ws-loan-cnt)
                 move 0      to wl-repl-chg (ws-loan-cnt)
                 display "Checked out"
              end-if
           end-if.
                    until ws-idx > ws-loan-cnt
              if wl-title  (ws-idx) = ws-title
                 and wl-artist (ws-idx) = ws-artist
                 and (wl-state (ws-idx) = "O"
                      or wl-state (ws-idx) = "L")
                 perform ACCRUE-FINE
                 if wl-state (ws-idx) = "L"
                    perform CREDIT-REPLACEMENT
                 end-if
                 move ws-today to wl-ret-date (ws-idx)
                 move "R"      to wl-state    (ws-idx)
                 move "Y"      to ws-found-sw
           open output overduefile
           move "Borrower  Title                    Due date"
              to overdue-rec
           move "Fine" to overdue-rec (55:4)
           write overdue-rec
           perform varying ws-idx from 1 by 1
                    until ws-idx > ws-loan-cnt
              if (wl-state (ws-idx) = "O"
                  or wl-state (ws-idx) = "L")
                 and wl-due-date (ws-idx) < ws-today
                 perform ACCRUE-FINE
                 move wl-borrower (ws-idx) to od-borrower
                 move wl-title    (ws-idx) to od-title
                 move wl-due-date (ws-idx) to od-due
                 move wl-fined    (ws-idx) to od-fined
                 if wl-state (ws-idx) = "L"
                    move "LOST" to od-lost
                 else
                    move spaces to od-lost
                 end-if
                 move overdue-dl to overdue-rec
                 write overdue-rec
                 display od-borrower " " od-title " " od-due
                         " " od-fined " " od-lost
              end-if
           end-perform
           close overduefile
           write borrower-rec
           close borrowerfile
           display "Borrower added".

      ***---
       LOAD-FINE-SCHEDULE.
           open input schedulefile
           if file-status = "00"
              read schedulefile next
                 at end
                    continue
                 not at end
                    move fs-per-day   to ws-per-day
                    move fs-item-cap  to ws-item-cap
                    move fs-lost-days to ws-lost-days
                    move fs-replace   to ws-replace
                    move fs-owe-limit to ws-owe-limit
              end-read
              close schedulefile
           end-if.

      ***---
       MAINTAIN-FINE-SCHEDULE.
           display "Fine per day overdue     : " ws-per-day
           display "Fine cap per item        : " ws-item-cap
           display "Days overdue until lost  : " ws-lost-days
           display "Replacement charge       : " ws-replace
           display "Borrowing blocked above  : " ws-owe-limit
           display "Change schedule (Y/N) : " with no advancing
           accept ws-answer
           if ws-answer not = "Y" and ws-answer not = "y"
              exit paragraph
           end-if
           display "Fine per day overdue     : " with no advancing
           accept ws-per-day
           display "Fine cap per item        : " with no advancing
           accept ws-item-cap
           display "Days overdue until lost  : " with no advancing
           accept ws-lost-days
           display "Replacement charge       : " with no advancing
           accept ws-replace
           display "Borrowing blocked above  : " with no advancing
           accept ws-owe-limit
           open output schedulefile
           move ws-per-day   to fs-per-day
           move ws-item-cap  to fs-item-cap
           move ws-lost-days to fs-lost-days
           move ws-replace   to fs-replace
           move ws-owe-limit to fs-owe-limit
           write schedule-rec
           close schedulefile
           display "Fine schedule saved".

      ***---
       LOAD-ACCOUNTS.
           move 0 to ws-acct-cnt
           open input accountfile
           if file-status = "00"
              perform until 1 = 2
                 read accountfile next
                    at end
                       exit perform
                 end-read
                 if ws-acct-cnt < 200
                    add 1 to ws-acct-cnt
                    move fa-borrower to wa-borrower (ws-acct-cnt)
                    move fa-charged  to wa-charged  (ws-acct-cnt)
                    move fa-paid     to wa-paid     (ws-acct-cnt)
                    move fa-waived   to wa-waived   (ws-acct-cnt)
                 end-if
              end-perform
              close accountfile
           end-if.

      ***---
       SAVE-ACCOUNTS.
           open output accountfile
           perform varying ws-aidx from 1 by 1
                    until ws-aidx > ws-acct-cnt
              move wa-borrower (ws-aidx) to fa-borrower
              move wa-charged  (ws-aidx) to fa-charged
              move wa-paid     (ws-aidx) to fa-paid
              move wa-waived   (ws-aidx) to fa-waived
              write account-rec
           end-perform
           close accountfile.

      ***---
       FIND-ACCOUNT.
           move 0 to ws-aidx
           perform varying ws-fidx from 1 by 1
                    until ws-fidx > ws-acct-cnt
              if wa-borrower (ws-fidx) = ws-post-borrower
                 move ws-fidx to ws-aidx
              end-if
           end-perform
           move 0 to ws-balance
           if ws-aidx > 0
              compute ws-balance = wa-charged (ws-aidx)
                                 - wa-paid    (ws-aidx)
                                 - wa-waived  (ws-aidx)
           end-if.

      ***---
       CHECK-FINE-BLOCK.
           move ws-borrower to ws-post-borrower
           perform FIND-ACCOUNT.

      ***---
       ACCRUE-FINE.
           if wl-due-date (ws-idx) not < ws-today
              exit paragraph
           end-if
           move wl-borrower (ws-idx) to ws-post-borrower
           move wl-title    (ws-idx) to ws-post-title
           compute ws-days-over =
                   function integer-of-date (ws-today)
                 - function integer-of-date (wl-due-date (ws-idx))
           compute ws-fine-due = ws-days-over * ws-per-day
           if ws-fine-due > ws-item-cap
              move ws-item-cap to ws-fine-due
           end-if
           if ws-fine-due > wl-fined (ws-idx)
              compute ws-post-amt = ws-fine-due - wl-fined (ws-idx)
              move ws-fine-due to wl-fined (ws-idx)
              move "F" to ws-post-type
              perform POST-ACCOUNT
           end-if
           if wl-state (ws-idx) = "O"
              and ws-lost-days > 0
              and ws-days-over not < ws-lost-days
              move "L"        to wl-state    (ws-idx)
              move ws-replace to wl-repl-chg (ws-idx)
              move ws-replace to ws-post-amt
              move "L"        to ws-post-type
              perform POST-ACCOUNT
              display "Declared lost : " wl-title (ws-idx)
           end-if.

      ***---
       CREDIT-REPLACEMENT.
           if wl-repl-chg (ws-idx) = 0
              exit paragraph
           end-if
           move wl-borrower (ws-idx) to ws-post-borrower
           move wl-title    (ws-idx) to ws-post-title
           move wl-repl-chg (ws-idx) to ws-post-amt
           move "W"                  to ws-post-type
           perform POST-ACCOUNT
           move 0 to wl-repl-chg (ws-idx)
           display "Replacement charge credited".

      ***---
       POST-ACCOUNT.
           perform FIND-ACCOUNT
           if ws-aidx = 0
              if ws-acct-cnt not < 200
                 display "Fine account table full - "
                         ws-post-borrower " not posted"
                 exit paragraph
              end-if
              add 1 to ws-acct-cnt
              move ws-acct-cnt      to ws-aidx
              move ws-post-borrower to wa-borrower (ws-aidx)
              move 0 to wa-charged (ws-aidx)
              move 0 to wa-paid    (ws-aidx)
              move 0 to wa-waived  (ws-aidx)
           end-if
           evaluate ws-post-type
              when "P"
                 add ws-post-amt to wa-paid (ws-aidx)
              when "W"
                 add ws-post-amt to wa-waived (ws-aidx)
              when other
                 add ws-post-amt to wa-charged (ws-aidx)
           end-evaluate
           open extend ledgerfile
           if file-status = "35"
              open output ledgerfile
           end-if
           move ws-today         to fl-date
           move ws-post-borrower to fl-borrower
           move ws-post-type     to fl-type
           move ws-post-title    to fl-title
           move ws-post-amt      to fl-amount
           write ledger-rec
           close ledgerfile.

      ***---
       PAY-OR-WAIVE.
           display "Borrower : " with no advancing
           accept ws-post-borrower
           perform FIND-ACCOUNT
           if ws-aidx = 0 or ws-balance not > 0
              display "Nothing owed by " ws-post-borrower
              exit paragraph
           end-if
           move ws-balance to ws-balance-ed
           display "Amount owed " ws-balance-ed
           display "(P)ayment or (W)aiver : " with no advancing
           accept ws-post-type
           if ws-post-type = "p"
              move "P" to ws-post-type
           end-if
           if ws-post-type = "w"
              move "W" to ws-post-type
           end-if
           if ws-post-type not = "P" and ws-post-type not = "W"
              display "Unknown choice"
              exit paragraph
           end-if
           display "Amount   : " with no advancing
           accept ws-post-amt
           if ws-post-amt = 0 or ws-post-amt > ws-balance
              display "Amount must be between 0 and amount owed"
              exit paragraph
           end-if
           move spaces to ws-post-title
           if ws-post-type = "W"
              display "Reason   : " with no advancing
              accept ws-post-title
           end-if
           perform POST-ACCOUNT
           perform FIND-ACCOUNT
           move ws-balance to ws-balance-ed
           display "Recorded, now owes " ws-balance-ed.

      ***---
       MONTHLY-FINES-REPORT.
           display "Month (YYYYMM) : " with no advancing
           accept ws-month
           perform varying ws-aidx from 1 by 1
                    until ws-aidx > ws-acct-cnt
              move 0 to wa-mon-charged (ws-aidx)
              move 0 to wa-mon-paid    (ws-aidx)
              move 0 to wa-mon-waived  (ws-aidx)
           end-perform
           open input ledgerfile
           if file-status = "00"
              perform until 1 = 2
                 read ledgerfile next
                    at end
                       exit perform
                 end-read
                 if fl-date (1:6) = ws-month
                    perform TALLY-LEDGER
                 end-if
              end-perform
              close ledgerfile
           end-if

           open output finereport
           move spaces to fine-report-rec
           string "Fines collected and outstanding for "
                  ws-month delimited by size
                  into fine-report-rec
           write fine-report-rec
           move "Borrower   Charged         Paid       Waived"
              to fine-report-rec
           move "Owed now" to fine-report-rec (51:8)
           write fine-report-rec
           move 0 to ws-tot-charged
           move 0 to ws-tot-paid
           move 0 to ws-tot-waived
           move 0 to ws-tot-balance
           perform varying ws-aidx from 1 by 1
                    until ws-aidx > ws-acct-cnt
              compute ws-balance = wa-charged (ws-aidx)
                                 - wa-paid    (ws-aidx)
                                 - wa-waived  (ws-aidx)
              if ws-balance not = 0
                 or wa-mon-charged (ws-aidx) > 0
                 or wa-mon-paid    (ws-aidx) > 0
                 or wa-mon-waived  (ws-aidx) > 0
                 move wa-borrower    (ws-aidx) to fd-borrower
                 move wa-mon-charged (ws-aidx) to fd-charged
                 move wa-mon-paid    (ws-aidx) to fd-paid
                 move wa-mon-waived  (ws-aidx) to fd-waived
                 move ws-balance               to fd-balance
                 perform WRITE-FINE-LINE
                 add wa-mon-charged (ws-aidx) to ws-tot-charged
                 add wa-mon-paid    (ws-aidx) to ws-tot-paid
                 add wa-mon-waived  (ws-aidx) to ws-tot-waived
                 add ws-balance               to ws-tot-balance
              end-if
           end-perform
           move "TOTAL"        to fd-borrower
           move ws-tot-charged to fd-charged
           move ws-tot-paid    to fd-paid
           move ws-tot-waived  to fd-waived
           move ws-tot-balance to fd-balance
           perform WRITE-FINE-LINE
           close finereport
           display "Fines report written".

      ***---
       TALLY-LEDGER.
           move fl-borrower to ws-post-borrower
           perform FIND-ACCOUNT
           if ws-aidx = 0
              exit paragraph
           end-if
           evaluate fl-type
              when "P"
                 add fl-amount to wa-mon-paid (ws-aidx)
              when "W"
                 add fl-amount to wa-mon-waived (ws-aidx)
              when other
                 add fl-amount to wa-mon-charged (ws-aidx)
           end-evaluate.

      ***---
       WRITE-FINE-LINE.
           move fine-dl to fine-report-rec
           write fine-report-rec.
