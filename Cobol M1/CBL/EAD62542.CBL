                                   TO WS-AC-CRED-TOT(WS-ACCT-POS)
             WHEN 'D'
             WHEN 'T'
             WHEN 'Q'
               ADD 1               TO WS-AC-DEB-CNT(WS-ACCT-POS)
               ADD FD-RELEASE-VALUE
                                   TO WS-AC-DEB-TOT(WS-ACCT-POS)
