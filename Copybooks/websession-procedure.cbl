               "today.</strong> Sign in again through the WebLogin "
               "page.</p>"
           end-if.
           if xWebSessionOk = 'y' and xWebSessionRole = "E"
               and xWebSessionEmployeeOk not = 'y'
               move 'n' to xWebSessionOk
               display "<p><strong>Employee accounts cannot use this "
               "page.</strong> Your own pay stubs are on the "
               "EmployeeStubs page.</p>"
           end-if.

       9710-next-session.
           read webSessionFile
