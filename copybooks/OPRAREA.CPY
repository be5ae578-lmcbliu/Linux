      *Interface area for the OperSession subprogram, which holds
      *the signed-on operator for the whole menu session.
      *  S - sign on: prompts for id and password, three tries.
      *  G - get the signed-on operator; a program run on its own,
      *      with nobody signed on, makes its operator sign on here.
      *  P - peek: the signed-on operator if there is one, no prompt.
      *  V - verify a second operator (an authorising override)
      *      without touching the session.
      *  X - sign off.
      *The caller names itself in oprprogram for the security log.
       01 oprarea.
           05 oprrequest             pic x.
               88 OprSignOn          value "S".
               88 OprGetSession      value "G".
               88 OprPeekSession     value "P".
               88 OprVerify          value "V".
               88 OprSignOff         value "X".
           05 oprprogram             pic x(12).
           05 oprid                  pic x(8).
           05 oprname                pic x(20).
           05 oprrole                pic x(10).
           05 oprresult              pic x.
               88 OprAccepted        value "Y".
               88 OprRefused         value "N".
               88 OprNoOperFile      value "F".
