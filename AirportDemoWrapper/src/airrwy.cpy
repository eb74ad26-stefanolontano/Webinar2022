           03  (prefix)-lighting          pic x.
               88  (prefix)-lighted               value "Y".
               88  (prefix)-unlighted             value "N".
      *> the runway's magnetic heading in whole degrees (zero when
      *> not surveyed) and its painted designator - 09L, 27, 36R.
      *> Where the heading is zero the designator's number, times
      *> ten, stands in for it in the wind components.
           03  (prefix)-heading           pic 9(3).
           03  (prefix)-designator        pic x(3).
