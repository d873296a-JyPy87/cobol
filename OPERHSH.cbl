       identification division.
       program-id. OPERHSH.
       date-written. Octobre 2026.
       author. Jeremy.

      *> password fingerprint. the operator id and the password are
      *> folded together, character by character over several
      *> rounds, into two accumulators taken modulo two large
      *> primes ; the two remainders side by side make the 16-digit
      *> fingerprint kept in OPERMAST instead of the password. the
      *> password cannot be read back from the file, and a sign-on
      *> is checked by computing the fingerprint of what was typed.
      *> called by OPERSGN (sign-on, forced change) and OPERMNT
      *> (creation, reset), and by OPERMIG for the conversion.

       data division.
       working-storage section.
           1 ws-texte.
               2 ws-texte-operateur pic x(8).
               2 ws-texte-motpasse pic x(8).
           1 ws-caractere pic 9(3) value zero.
           1 ws-pos pic 9(2) value zero.
           1 ws-tour pic 9(2) value zero.
           1 ws-nb-tours pic 9(2) value 7.
           1 ws-acc-1 pic 9(18) comp value zero.
           1 ws-acc-2 pic 9(18) comp value zero.
           1 ws-resultat.
               2 ws-res-1 pic 9(8).
               2 ws-res-2 pic 9(8).

       linkage section.
           copy HSHZONE.

       procedure division using empreinte-zone.
       p-principal.
           move hsh-operateur to ws-texte-operateur.
           move hsh-motpasse to ws-texte-motpasse.
           move 16777619 to ws-acc-1.
           move 31415926 to ws-acc-2.
           perform varying ws-tour from 1 by 1
                   until ws-tour > ws-nb-tours
               perform varying ws-pos from 1 by 1 until ws-pos > 16
                   compute ws-caractere =
                       function ord(ws-texte(ws-pos:1))
                   compute ws-acc-1 = function mod(
                       ws-acc-1 * 257 + ws-caractere * ws-pos
                           + ws-tour, 99999989)
                   compute ws-acc-2 = function mod(
                       ws-acc-2 * 263 + ws-caractere * ws-tour
                           + ws-acc-1, 99999971)
               end-perform
           end-perform.
           move ws-acc-1 to ws-res-1.
           move ws-acc-2 to ws-res-2.
           move ws-resultat to hsh-empreinte.
           goback.
