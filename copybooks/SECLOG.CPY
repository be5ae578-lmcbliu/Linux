      *Security log - one record for every sign-on or override
      *authorisation that was refused: an id not on the operator
      *master (UNKNWN), a wrong password (BADPWD), an attempt on a
      *disabled operator (DISABL), and the wrong password that
      *disabled the operator (LOCKED). The program is where it
      *happened - Driver for a menu sign-on.
       01 seclogrec.
           05 secdate                pic 9(8).
           05 sectime                pic 9(6).
           05 secoperid              pic x(8).
           05 secevent               pic x(6).
               88 SecUnknownId       value "UNKNWN".
               88 SecBadPassword     value "BADPWD".
               88 SecDisabled        value "DISABL".
               88 SecLocked          value "LOCKED".
           05 secprogram             pic x(12).
