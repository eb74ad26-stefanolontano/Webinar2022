      *> the control file, stamps the date and open status, writes
      *> it and hands the number back in the record.  quote-fetch
      *> fills the record from the number the caller set.
      *> quote-account checks the account the caller set in the
      *> record before any leg is priced - unknown or blocked
      *> accounts are refused - and hands back its contract
      *> discount; quote-record refuses them again at capture and
      *> flags the quote when the account's open total would go
      *> over its credit limit, and refuses travel in a closed
      *> accounting period (return-code 3).  quote-record also
      *> stamps the valid-until date (the quote date plus
      *> dd_quotedays days, 30 when unset) unless the caller set
      *> one.  quote-status
      *> moves an open quote to the status the caller set in the
      *> record - accepted or declined - stamping today's date and
      *> the caller's status-user on it.
       01 (qt-prefix)-function                      pic x.
           88 quote-open                            value "4".
           88 quote-close                           value "5".
           88 quote-record                          value "W".
           88 quote-fetch                           value "G".
           88 quote-account                         value "A".
           88 quote-status                          value "S".
