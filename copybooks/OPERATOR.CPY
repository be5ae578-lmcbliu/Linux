      *Operator master - one record per person allowed to sign on.
      *The role decides which menu options the operator is offered.
      *A disabled operator cannot sign on; an operator is disabled
      *by the operations office or automatically after three wrong
      *passwords in a row, and only the operations office can put
      *them back. The password is kept last so audit images of the
      *record can be written without it.
       01 operrec.
           05 operid                 pic x(8).
           05 opername               pic x(20).
           05 operrole               pic x(10).
               88 RoleRegistrar      value "REGISTRAR".
               88 RoleBursar         value "BURSAR".
               88 RoleCashier        value "CASHIER".
               88 RoleAcademic       value "ACADEMIC".
               88 RoleOperations     value "OPERATIONS".
               88 ValidOperRole      value "REGISTRAR" "BURSAR"
                                           "CASHIER" "ACADEMIC"
                                           "OPERATIONS".
           05 operstatus             pic x.
               88 OperActive         value "A".
               88 OperDisabled       value "D".
           05 operfailcount          pic 9.
           05 operlastsignon         pic 9(8).
           05 operpassword           pic x(8).
