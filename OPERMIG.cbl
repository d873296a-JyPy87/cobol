       identification division.
       program-id. OPERMIG.
       date-written. Octobre 2026.
       author. Jeremy.

      *> one-time conversion of OPERMAST to the secured layout.
      *>
      *> before this conversion the operator record held the
      *> password in clear (17-byte records : id, password,
      *> profile) and nothing else. OPERSGN and OPERMNT can no
      *> longer open that file. procedure :
      *>
      *>   1. stop all online sessions.
      *>   2. rename OPERMAST to OPERMAST.ANC (keep it as a
      *>      fallback copy until the conversion is checked, then
      *>      destroy it : it carries the passwords in clear).
      *>   3. run OPERMIG : it rebuilds OPERMAST with the
      *>      fingerprint of each password (see OPERHSH), no failure,
      *>      not locked, and a change date of zero so every
      *>      operator must choose a new password at the next
      *>      sign-on - the old ones have been readable in the file.
      *>   4. check the count displayed, then reopen the sessions.
      *>
      *> running OPERMIG twice is harmless : it rebuilds from the
      *> .ANC copy each time.

       environment division.
       input-output section.
       file-control.
           select ancoper assign to "OPERMAST.ANC"
               organization is indexed
               access mode is sequential
               record key is anc-id
               file status is ws-ancoper-status.
           select opermast assign to "OPERMAST"
               organization is indexed
               access mode is dynamic
               record key is op-id
               file status is ws-opermast-status.

       data division.
       file section.
       fd  ancoper.
           01 ancoper-record.
               2 anc-id pic x(8).
               2 anc-motpasse pic x(8).
               2 anc-profil pic 9(1).
       fd  opermast.
           copy OPERREC.

       working-storage section.
           1 ws-ancoper-status pic x(2).
               88 ws-ancoper-ok value "00".
               88 ws-ancoper-fin value "10".
           1 ws-opermast-status pic x(2).
               88 ws-opermast-ok value "00".

           1 ws-nb-operateurs pic 9(5) value zero.

           copy HSHZONE.

       procedure division.
       p-principal.
           open input ancoper.
           if not ws-ancoper-ok
               display "OPERMIG - OPERMAST.ANC absent. Renommer "
                   "d'abord l'ancien OPERMAST en OPERMAST.ANC."
               move 8 to return-code
               stop run
           end-if.
           open output opermast.
           perform until ws-ancoper-fin
               read ancoper next record
                   at end set ws-ancoper-fin to true
               end-read
               if not ws-ancoper-fin
                   perform p-convertir-operateur
               end-if
           end-perform.
           close ancoper.
           close opermast.
           display "OPERMIG termine - " ws-nb-operateurs
               " operateurs convertis.".
           stop run.

       p-convertir-operateur.
           move anc-id to op-id.
           move anc-id to hsh-operateur.
           move anc-motpasse to hsh-motpasse.
           call "OPERHSH" using empreinte-zone.
           move hsh-empreinte to op-empreinte.
           move anc-profil to op-profil.
           move zero to op-date-motpasse.
           move zero to op-nb-echecs.
           set op-deverrouille to true.
           move zero to op-date-verrou.
           write opermast-record
               invalid key continue
           end-write.
           add 1 to ws-nb-operateurs.
