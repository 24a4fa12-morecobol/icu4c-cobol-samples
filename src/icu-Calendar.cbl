      *         control is left untouched, so the next night's
      *         legitimate file is still the expected one and a
      *         reprocess never costs a second override card
      *   "B" - business days elapsed: the number of business days
      *         after Calendar-Date up to and including the date
      *         passed in Calendar-Expected, returned in
      *         Calendar-Days (weekends and holidays skipped).  No
      *         run control is needed; without a calendar the
      *         SATSUN default applies and the status says "N".
      *         Only "B" touches Calendar-Days - callers of the other
      *         functions may pass the shorter parameter block
      * Status returned (Calendar-Status):
      *   "O" - accepted (or recorded)
      *   "N" - no calendar or no run control configured - the
       01  Expected-Date                   pic X(8).
       01  Skip-Day-sw                     pic 9.
       01  Guard-Count                     pic 999   Binary.
      * ------------------ Business-day count  --------------------------
       01  Count-End-Date                  pic X(8).
       01  Count-Guard                     pic 9(5)  Binary.
      *
      *=================================================================
      *
           03  Calendar-Date               pic X(8).
           03  Calendar-Status             pic X(1).
           03  Calendar-Expected           pic X(8).
           03  Calendar-Days               pic 9(5).
      *
      *====================== Main Program  ============================
      *
       PROCEDURE DIVISION using Calendar-Link.
       MAIN section.
           Move "N"    to Calendar-Status.
      *   "B" passes its end date in Calendar-Expected - it is picked
      *   up in Business-Days-sec before being blanked there.
           IF  Calendar-Function Not = "B"
             Move SPACES to Calendar-Expected
           End-if.
           Perform Calendar-Load-sec.
           IF  Calendar-Function = "B"
             Perform Business-Days-sec
             Goback
           End-if.
           Perform Run-Control-Read-sec.
           IF  Calendar-Present-sw = 0
            or Run-Control-Present-sw = 0
       Validate-Post-ex.
           Exit.
      *
      *================= Business Days Elapsed  ========================
      *
       Business-Days-sec section.
       Business-Days.
      *   Walks the same day-by-day test the expected-date roll uses,
      *   counting the days it does not skip.  An end date at or
      *   before the start counts zero; the guard caps a bad date
      *   pair at about 27 years of walking.
           Move 0                 to Calendar-Days.
           Move Calendar-Expected to Count-End-Date.
           Move SPACES            to Calendar-Expected.
           IF  Calendar-Present-sw = 1
             Move "O" to Calendar-Status
           Else
             Move "N" to Calendar-Status
           End-if.
           IF  Calendar-Date Not Numeric
            or Count-End-Date Not Numeric
             Move "N" to Calendar-Status
             Go to Business-Days-ex
           End-if.
           Move Calendar-Date     to Work-Date.
           Move 0                 to Count-Guard.
           Perform Business-Day-Step-sec
                   until Work-Date Not < Count-End-Date
                      or Count-Guard > 9999.
           Move Count-End-Date    to Calendar-Expected.
       Business-Days-ex.
           Exit.
      *
       Business-Day-Step-sec section.
       Business-Day-Step.
           Add  1 to Count-Guard.
           Move 0 to Guard-Count.
           Perform Next-Day-Test-sec.
           IF  Skip-Day-sw = 0
             Add 1 to Calendar-Days
           End-if.
       Business-Day-Step-ex.
           Exit.
      *
      *================= Expected Business Date  =======================
      *
       Expected-Compute-sec section.
