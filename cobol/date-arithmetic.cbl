      * See date-arithmetic.cpy for the request/reply layout and
      * the CALL shape.  Dates before 1900 are refused with
      * drp-status 'N', the same limit 019 clamps to.
      *
      * 15 October 2026 - Two more services for the holiday-rule
      * generator: 'A' adds drq-count calendar days (either sign)
      * to drq-date-1, walking the month lengths under the calendar
      * rule, and 'E' gives Easter Sunday of drq-date-1's year -
      * the Gregorian computus by default, the Julian one (a date in
      * the Julian calendar) under JULIAN.
       identification division.
       program-id. date-arithmetic.

       01 day-total-2              pic s9(9) comp-5.
       01 remaining-steps          pic s9(5) comp-5.
       01 step-direction           pic s9 comp-5.
       01 computus-fields.
         02 cp-a                   pic s9(5) comp-5.
         02 cp-b                   pic s9(5) comp-5.
         02 cp-c                   pic s9(5) comp-5.
         02 cp-d                   pic s9(5) comp-5.
         02 cp-e                   pic s9(5) comp-5.
         02 cp-f                   pic s9(5) comp-5.
         02 cp-g                   pic s9(5) comp-5.
         02 cp-h                   pic s9(5) comp-5.
         02 cp-i                   pic s9(5) comp-5.
         02 cp-k                   pic s9(5) comp-5.
         02 cp-l                   pic s9(5) comp-5.
         02 cp-m                   pic s9(5) comp-5.
         02 cp-sum                 pic s9(5) comp-5.
       01 found-date-switch        pic x.
         88 start-date-found        value 'Y'.
      * The business dates before the start date, kept for the
               perform serve-days-between
             when 'B'
               perform serve-business-add
             when 'A'
               perform serve-calendar-add
             when 'E'
               perform serve-easter-sunday
             when other
               continue
           end-evaluate
               end-if
           end-read.

      * Calendar-day addition: one day at a time across the month
      * lengths, so the leap-year rule in force is honored.  A walk
      * back past 1 January 1900 is refused.
       serve-calendar-add.
           move drq-date-1 to target-parts
           perform validate-target-date
           if drp-status = 'N' and tg-year = 0
             exit paragraph
           end-if
           move drq-count to remaining-steps
           if remaining-steps >= 0
             move 1 to step-direction
           else
             move -1 to step-direction
             compute remaining-steps = 0 - remaining-steps
           end-if
           perform step-one-calendar-day
             until remaining-steps = 0 or tg-year < 1900
           if tg-year < 1900
             exit paragraph
           end-if
           move target-parts to drp-date
           move 'Y' to drp-status.

       step-one-calendar-day.
           subtract 1 from remaining-steps
           if step-direction > 0
             move tg-year to date-year
             move tg-month to date-month
             perform compute-days-in-month
             if tg-day < days-in-month-value
               add 1 to tg-day
             else
               move 1 to tg-day
               if tg-month < 12
                 add 1 to tg-month
               else
                 move 1 to tg-month
                 add 1 to tg-year
               end-if
             end-if
           else
             if tg-day > 1
               subtract 1 from tg-day
             else
               if tg-month > 1
                 subtract 1 from tg-month
               else
                 move 12 to tg-month
                 if tg-year = 1900
                   move 0 to tg-year
                   exit paragraph
                 end-if
                 subtract 1 from tg-year
               end-if
               move tg-year to date-year
               move tg-month to date-month
               perform compute-days-in-month
               move days-in-month-value to tg-day
             end-if
           end-if.

      * Easter Sunday of drq-date-1's year: the anonymous Gregorian
      * computus, or under JULIAN the Julian computus, whose answer
      * is a Julian-calendar date like every other date this rule
      * deals in.
       serve-easter-sunday.
           move drq-date-1 to target-parts
           perform validate-target-date
           if drp-status = 'N' and tg-year = 0
             exit paragraph
           end-if
           if calendar-rule = "JULIAN"
             compute cp-a = function mod (tg-year, 4)
             compute cp-b = function mod (tg-year, 7)
             compute cp-c = function mod (tg-year, 19)
             compute cp-d = function mod (19 * cp-c + 15, 30)
             compute cp-e =
                 function mod (2 * cp-a + 4 * cp-b - cp-d + 34, 7)
             compute cp-sum = cp-d + cp-e + 114
           else
             compute cp-a = function mod (tg-year, 19)
             compute cp-b = tg-year / 100
             compute cp-c = function mod (tg-year, 100)
             compute cp-d = cp-b / 4
             compute cp-e = function mod (cp-b, 4)
             compute cp-f = (cp-b + 8) / 25
             compute cp-g = (cp-b - cp-f + 1) / 3
             compute cp-h = function mod
                 (19 * cp-a + cp-b - cp-d - cp-g + 15, 30)
             compute cp-i = cp-c / 4
             compute cp-k = function mod (cp-c, 4)
             compute cp-l = function mod
                 (32 + 2 * cp-e + 2 * cp-i - cp-h - cp-k, 7)
             compute cp-m = (cp-a + 11 * cp-h + 22 * cp-l) / 451
             compute cp-sum = cp-h + cp-l - 7 * cp-m + 114
           end-if
           compute tg-month = cp-sum / 31
           compute tg-day = function mod (cp-sum, 31) + 1
           move target-parts to drp-date
           move 'Y' to drp-status.

      * Shape checks shared by the counting services; tg-year 0
      * marks a refusal the caller paragraphs test for.
       validate-target-date.
