      *> Shared standing-order schedule arithmetic.
      *>
      *> A standing order (stdmaint.cob, generated by stdgen.cob)
      *> falls due on business days only.  COPY this into a program's
      *> PROCEDURE DIVISION after copy/datechk.cpy, then:
      *>
      *>   PERFORM roll-to-business-day with datechk-date loaded -
      *>   datechk-date comes back as that date, or the first
      *>   business day after it on the calendar.
      *>
      *>   PERFORM advance-standing-schedule with the standing order
      *>   in its record area - so-scheduled-date and
      *>   so-next-due-date move on one occurrence.  W repeats every
      *>   so-interval weeks and M every so-interval months on
      *>   so-anchor-day (the month's last day where the month is
      *>   shorter), both from the scheduled date so a holiday never
      *>   shifts the pattern, then roll forward to a business day.
      *>   B repeats every so-interval business days from the last
      *>   due date.
      *>
      *> Before the COPY, the calling program must declare the
      *> stdmaint.cob standing-order record (so-frequency,
      *> so-interval, so-anchor-day, so-scheduled-date,
      *> so-next-due-date), everything copy/datechk.cpy asks for,
      *> and:
      *>     01 sched-work-date      pic 9(8) value 0.
      *>     01 sched-work-parts redefines sched-work-date.
      *>        05 sched-year           pic 9(4).
      *>        05 sched-month          pic 9(2).
      *>        05 sched-day            pic 9(2).
      *>     01 sched-last-date      pic 9(8) value 0.
      *>     01 sched-last-parts redefines sched-last-date.
      *>        05 filler               pic 9(6).
      *>        05 sched-last-day       pic 9(2).
      *>     01 sched-month-count    pic 9(6) value 0.
      *>     01 sched-month-index    pic 9(2) value 0.
      *>     01 sched-step-count     pic 9(3) value 0.
      *>     01 sched-days-walked    pic 9(3) value 0.
       roll-to-business-day section.
           perform check-business-day
           move 0 to datechk-probe-days
           perform until datechk-is-business
                      or datechk-probe-days > 14
              compute datechk-day-number =
                 function integer-of-date(datechk-date) + 1
              compute datechk-date =
                 function date-of-integer(datechk-day-number)
              add 1 to datechk-probe-days
              perform check-business-day
           end-perform
           .

       advance-standing-schedule section.
           evaluate so-frequency
              when "W"
                 compute sched-work-date = function date-of-integer(
                    function integer-of-date(so-scheduled-date)
                    + 7 * so-interval)
                 move sched-work-date to so-scheduled-date
                 move so-scheduled-date to datechk-date
                 perform roll-to-business-day
                 move datechk-date to so-next-due-date
              when "M"
                 move so-scheduled-date to sched-work-date
                 compute sched-month-count =
                    sched-year * 12 + sched-month - 1 + so-interval
                 divide sched-month-count by 12
                    giving sched-year remainder sched-month-index
                 compute sched-month = sched-month-index + 1
      *> The month's last day: the day before the first of the next.
                 if sched-month = 12
                    compute sched-last-date =
                       (sched-year + 1) * 10000 + 0101
                 else
                    compute sched-last-date =
                       sched-year * 10000 + (sched-month + 1) * 100 + 1
                 end-if
                 compute sched-last-date = function date-of-integer(
                    function integer-of-date(sched-last-date) - 1)
                 move so-anchor-day to sched-day
                 if sched-day > sched-last-day
                    move sched-last-day to sched-day
                 end-if
                 move sched-work-date to so-scheduled-date
                 move so-scheduled-date to datechk-date
                 perform roll-to-business-day
                 move datechk-date to so-next-due-date
              when other
                 move so-next-due-date to datechk-date
                 move 0 to sched-step-count
                 move 0 to sched-days-walked
                 perform until sched-step-count >= so-interval
                            or sched-days-walked > 400
                    compute datechk-day-number =
                       function integer-of-date(datechk-date) + 1
                    compute datechk-date =
                       function date-of-integer(datechk-day-number)
                    add 1 to sched-days-walked
                    perform check-business-day
                    if datechk-is-business
                       add 1 to sched-step-count
                    end-if
                 end-perform
                 move datechk-date to so-next-due-date
                 move datechk-date to so-scheduled-date
           end-evaluate
           .
