       identification division.
       program-id. OperSession.
       Author. Bo Liu.
      *Keeps the signed-on operator for the session. Driver signs the
      *operator on once through here; every program that used to ask
      *for an operator id asks here instead and gets the verified id
      *back, so the audit trail and run journal carry who really
      *signed on, not whatever name was typed. The id and password
      *are checked against the operator master: an id not on file, a
      *wrong password or a disabled operator is refused and written
      *to the security log, and a third wrong password in a row
      *disables the operator. A program run on its own, outside the
      *menu, has nobody signed on - its operator signs on here, and
      *if that fails the run ends before the program touches any
      *file. An override authorised by a second operator is checked
      *the same way without disturbing the session.
      *Unlike the other called programs, the session held in working
      *storage is meant to last from one call to the next - it is
      *only cleared by a sign-off.

       Environment division.
       input-output section.
       file-control.
           select operfile assign to "C:\Cobol\operators.dat"
               organization is indexed
               access mode is dynamic
               record key is operid
               file status is OperFileStatus.
           select seclogfile assign to "C:\Cobol\seclog.dat"
               organization is line sequential
               file status is SecLogFileStatus.

       Data division.
       file section.
       FD operfile.
           COPY OPERATOR.

       FD seclogfile.
           COPY SECLOG.

       Working-storage section.
       01 OperFileStatus        pic xx.
           88 OperStatusOK      value "00".
           88 OperStatusNotFnd  value "35".

       01 SecLogFileStatus      pic xx.
           88 SecLogStatusOK    value "00".
           88 SecLogStatusNotFnd value "35".

       01 SessionWork.
           05 SessionId         pic x(8) value spaces.
           05 SessionName       pic x(20) value spaces.
           05 SessionRole       pic x(10) value spaces.

       01 SignOnWork.
           05 IdIn              pic x(8).
           05 PasswordIn        pic x(8).
           05 Tries             pic 9.
           05 MaxTries          pic 9 value 3.
           05 EventCode         pic x(6).

       01 LogStamp.
           05 LogDate           pic 9(8).
           05 LogTime.
               10 LogHHMMSS     pic 9(6).
               10 filler        pic 9(2).

       Linkage section.
           COPY OPRAREA.

       Procedure division using oprarea.
       begin.
           evaluate true
               when OprSignOn
                   perform PromptSignOn
               when OprGetSession
                   if SessionId = spaces
                       DISPLAY "Nobody is signed on - sign on to run "
                           oprprogram "."
                       perform PromptSignOn
                       if not OprAccepted
                           DISPLAY "Not signed on - run ended."
                           stop run
                       end-if
                   else
                       perform ReturnSession
                   end-if
               when OprPeekSession
                   if SessionId = spaces
                       set OprRefused to true
                       move spaces to oprid
                   else
                       perform ReturnSession
                   end-if
               when OprVerify
                   perform PromptVerify
               when OprSignOff
                   move spaces to SessionWork
                   set OprRefused to true
               when other
                   set OprRefused to true
           end-evaluate
           goback.

       ReturnSession.
           move SessionId to oprid
           move SessionName to oprname
           move SessionRole to oprrole
           set OprAccepted to true.

      *Three tries, then the caller decides what a refusal means.
      *No operator master at all is handed straight back so Driver
      *can have the first operator set up.
       PromptSignOn.
           set OprRefused to true
           move zero to Tries
           perform TrySignOn
               until OprAccepted or OprNoOperFile or Tries = MaxTries.

       TrySignOn.
           add 1 to Tries
           DISPLAY "Operator id: " WITH NO ADVANCING
           ACCEPT IdIn
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT PasswordIn
           perform CheckCredentials
           if OprAccepted
               move oprid to SessionId
               move oprname to SessionName
               move oprrole to SessionRole
               DISPLAY "Signed on as " oprid " " oprname " ("
                   oprrole ")."
           end-if.

      *The authorising operator of an override signs for it here.
      *A blank id is a refusal, not a failed sign-on.
       PromptVerify.
           set OprRefused to true
           DISPLAY "Authorising operator id (blank to refuse): "
               WITH NO ADVANCING
           ACCEPT IdIn
           if IdIn not = spaces
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT PasswordIn
               perform CheckCredentials
               if OprNoOperFile
                   set OprRefused to true
               end-if
           end-if.

      *The operator master is opened for each check and closed after
      *it - a wrong password has to be counted on the record, and a
      *session can last all day.
       CheckCredentials.
           set OprRefused to true
           move spaces to oprid
           open i-o operfile
           evaluate true
               when OperStatusOK
                   perform JudgeCredentials
                   close operfile
               when OperStatusNotFnd
                   set OprNoOperFile to true
               when other
                   DISPLAY "operators.dat will not open - status "
                       OperFileStatus ". Sign-on refused."
           end-evaluate.

       JudgeCredentials.
           move IdIn to operid
           read operfile
               invalid key
                   perform CheckOperatorsOnFile
                   if not OprNoOperFile
                       move "UNKNWN" to EventCode
                       perform WriteSecLog
                       DISPLAY "Sign-on refused."
                   end-if
               not invalid key
                   perform JudgePassword
           end-read.

      *An operator master with nobody on it is treated as no master
      *at all, or nobody could ever sign on to set the first one up.
       CheckOperatorsOnFile.
           move low-values to operid
           start operfile key is not less than operid
               invalid key
                   set OprNoOperFile to true
           end-start.

       JudgePassword.
           evaluate true
               when OperDisabled
                   move "DISABL" to EventCode
                   perform WriteSecLog
                   DISPLAY "Operator " operid " is disabled - see the "
                       "operations office."
               when operpassword = PasswordIn
                   move zero to operfailcount
                   ACCEPT operlastsignon FROM DATE YYYYMMDD
                   rewrite operrec
                   move operid to oprid
                   move opername to oprname
                   move operrole to oprrole
                   set OprAccepted to true
               when other
                   add 1 to operfailcount
                   if operfailcount >= MaxTries
                       set OperDisabled to true
                       move "LOCKED" to EventCode
                       DISPLAY "Sign-on refused - operator " operid
                           " now disabled after " MaxTries
                           " wrong passwords."
                   else
                       move "BADPWD" to EventCode
                       DISPLAY "Sign-on refused."
                   end-if
                   rewrite operrec
                   perform WriteSecLog
           end-evaluate.

      *Opened, written and closed for each refusal - they are rare,
      *and nothing is held open across a long session.
       WriteSecLog.
           ACCEPT LogDate FROM DATE YYYYMMDD
           ACCEPT LogTime FROM TIME
           open extend seclogfile
           if SecLogStatusNotFnd
               open output seclogfile
               close seclogfile
               open extend seclogfile
           end-if
           if SecLogStatusOK
               move LogDate to secdate
               move LogHHMMSS to sectime
               move IdIn to secoperid
               move EventCode to secevent
               move oprprogram to secprogram
               write seclogrec
               if not SecLogStatusOK
                   DISPLAY "Warning - security log entry not written "
                       "- status " SecLogFileStatus
               end-if
               close seclogfile
           else
               DISPLAY "Warning - seclog.dat will not open - status "
                   SecLogFileStatus ". Refusal not logged."
           end-if.
