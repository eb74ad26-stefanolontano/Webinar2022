           03  (prefix)-dep-time          pic 9(4).
           03  (prefix)-arr-time          pic 9(4).
           03  (prefix)-days              pic x(7).
      *> the profiled aircraft type (airactyp.cpy) the flight is
      *> planned with - what the dispatch alternates are checked
      *> against for landability.  Blank when not yet planned.  It
      *> sits at the tail; a schedule file written under the shorter
      *> layout converts once through airupgr.
           03  (prefix)-ac-type           pic x(4).
