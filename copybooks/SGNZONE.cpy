      *> OPERSGN subprogram. the caller fills the program name, the
      *> typed operator id and password ; OPERSGN answers with the
      *> operator's profile and the verdict. profile levels include
      *> the lower ones (see OPERREC). a locked account answers
      *> sgn-verrouille, so the caller can send the operator to a
      *> profile 4 operator instead of letting them retry.
           1 signon-zone.
               2 sgn-programme pic x(8).
               2 sgn-operateur pic x(8).
                   88 sgn-peut-referentiel value 4.
               2 sgn-retour pic 9(1).
                   88 sgn-accepte value 0.
                   88 sgn-refuse value 1 2.
                   88 sgn-verrouille value 2.
