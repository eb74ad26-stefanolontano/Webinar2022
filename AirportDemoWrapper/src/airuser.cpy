      *> one operator in the user reference file the maintenance
      *> programs sign on against - the signed-on id is what lands in
      *> every audit and history entry, and the role decides whether
      *> the operator may change anything or only look.  An airport
      *> master change an update operator keys waits on the pending
      *> file until an operator with the approver role reviews it.
           03  (prefix)-id            pic x(8).
           03  (prefix)-name          pic x(30).
           03  (prefix)-password      pic x(8).
           03  (prefix)-role          pic x.
               88  (prefix)-role-inquiry       value "I".
               88  (prefix)-role-update        value "U".
               88  (prefix)-role-approver      value "A".
      *> the office role scopes where the operator may change
      *> anything: head office everywhere, a regional office only
      *> the airports whose country (through the country reference)
      *> belongs to one of its permitted regions.
           03  (prefix)-office-role   pic x.
               88  (prefix)-head-office        value "H".
               88  (prefix)-regional-office    value "R".
           03  (prefix)-regions.
               05  (prefix)-region    pic x(8) occurs 5.
      *> sign-on control: the day the password was last changed (a
      *> blank forces a change at the next sign-on), the run of
      *> failed sign-ons since the last good one, the lock that run
      *> sets once it reaches the limit, and the day of the last
      *> good sign-on the dormant-account report reads.
           03  (prefix)-pwd-changed   pic x(8).
           03  (prefix)-failed-count  pic 9(2).
           03  (prefix)-lock-flag     pic x.
               88  (prefix)-locked             value "Y".
               88  (prefix)-unlocked           value "N" " ".
           03  (prefix)-last-signon   pic x(8).
      *> a supervisor may override the quarantine on reusing a
      *> retired airport code, and reopen a closed accounting
      *> period, whatever the function role.
           03  (prefix)-supervisor    pic x.
               88  (prefix)-is-supervisor      value "Y".
