      *    oldest first with their age in days, acknowledge or
      *    close each one under the operator's QU_USER_ID, and see
      *    at a glance whether Tuesday's catalog drift was ever
      *    handled.  the last escalation hop QUESCAL recorded
      *    shows who was paged for it.  QUMACMNT screen style.
       environment division.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
           88  count-selected          value 5.
           88  end-selected            value 14.
       01  result-msg              pic x(60) value space.
       01  kakunin                 pic x.
       01  act-opened-sw           pic x value "N".
           88  act-opened              value "Y".
       01  wk-user                 pic x(12).
       01  open-cnt                pic 9(4).
       01  ack-cnt                 pic 9(4).
       01  closed-cnt              pic 9(4).
       01  paged-level             pic 9(1).
       01  paged-who               pic x(12).
       01  paged-stamp             pic 9(12).
       screen section.
       01  record-screen.
           03  screen-head.
               05  entry-field           size 12  line 6  column 29
                                         from AI-ACK-USER
                                         pic x(12).
               05  label "PAGED L"       size  7  line 7  column 5.
               05  entry-field           size  1  line 7  column 12
                                         from paged-level pic 9.
               05  entry-field           size 12  line 7  column 14
                                         from paged-who pic x(12).
               05  label "AT: "          size  4  line 7  column 27.
               05  entry-field           size 12  line 7  column 32
                                         from paged-stamp pic 9(12).
       01  menu-screen.
           03  label "1. Next open item"  size 18 line 8  column 5.
           03  label "2. Next any item"   size 17 line 9  column 5.
                                         from result-msg pic x(60).
       procedure division.
       main-logic.
           perform layout-check.
           accept today-date from date yyyymmdd.
           compute today-int =
                   function integer-of-date(today-date).
           end-evaluate.
           display record-screen.
           display message-screen.
      *    an action file still in the old record layout will not
      *    open under the extended record (status 39) - say so and
      *    leave rather than let every option fail on it
      *    (QU_REPRO with QUREPRO_LAYOUT=QUACTION converts it)
       layout-check.
           open input ACT-F.
           if AI-STS = "39"
               move "old QUACTION layout - convert it with QU_REPRO"
                 to result-msg
               display message-screen
               display "press ENTER" line 24 column 5
               accept kakunin line 24 column 20
               move -1 to return-code
               goback
           end-if.
           if AI-STS = "00" or AI-STS = "05"
               close ACT-F
           end-if.
       open-act.
           if not act-opened
               open i-o ACT-F
           end-perform.
       calc-age.
           move 0 to age-days.
           move 0 to paged-level paged-stamp.
           move space to paged-who.
           if AI-ESC-CNT is numeric and AI-ESC-CNT > 0
               move AI-HOP-LEVEL(AI-ESC-CNT) to paged-level
               move AI-HOP-WHO(AI-ESC-CNT)   to paged-who
               move AI-HOP-STAMP(AI-ESC-CNT) to paged-stamp
           end-if.
           if AI-DATE is numeric and AI-DATE > 0
               compute item-int =
                       function integer-of-date(AI-DATE)
