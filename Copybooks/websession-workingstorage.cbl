       77  xWebSessionToday            pic 9(8)        value 0.
       77  nWebSessionSub              pic 99          value 0.
       77  xWebSessionEof              pic x           value 'n'.
      * Employee self-service accounts (role 'E') see only their own
      * pay; a page built for them moves 'y' here before the check,
      * and every other page refuses them.
       77  xWebSessionEmployeeOk       pic x           value 'n'.
