       identification division.
       program-id. OPERSEC.
       date-written. Octobre 2026.
       author. Jeremy.

      *> security report over the OPERLOG.DAT journal. the events
      *> are sorted by operator, day and time and listed in three
      *> classes : sign-on failures (wrong password, unknown
      *> operator, attempt on a locked account, forced change not
      *> completed, operator file unreadable), lockouts, and
      *> refused actions (an action or a program beyond the
      *> operator's profile). each day of each operator is closed
      *> by its counts, each operator by a total, and the report
      *> by the grand totals. password changes and resets are
      *> counted apart and not listed. optional parameters, in the
      *> manner of PERSAUDR : first date, last date, operator,
      *> '*' keeping the default. the report goes to OPERSEC.LST.

       environment division.
       input-output section.
       file-control.
           select operlog assign to "OPERLOG.DAT"
               organization is line sequential
               file status is ws-operlog-status.
           select fic-tri assign to "OPERSEC.SRT".
           select persrpt assign to "OPERSEC.LST"
               organization is line sequential
               file status is ws-persrpt-status.

       data division.
       file section.
       fd  operlog.
           01 ligne-journal.
               2 jl-date pic 9(8).
               2 filler pic x(1).
               2 jl-heure pic 9(6).
               2 filler pic x(1).
               2 jl-programme pic x(8).
               2 filler pic x(1).
               2 jl-operateur pic x(8).
               2 filler pic x(1).
               2 jl-evenement pic x(20).
       sd  fic-tri.
           01 tri-enr.
               2 tri-operateur pic x(8).
               2 tri-date pic 9(8).
               2 tri-heure pic 9(6).
               2 tri-programme pic x(8).
               2 tri-classe pic x(1).
                   88 tri-echec value "E".
                   88 tri-verrouillage value "V".
                   88 tri-refus value "R".
               2 tri-evenement pic x(20).
       fd  persrpt.
           01 ligne-rapport pic x(133).

       working-storage section.
           1 ws-operlog-status pic x(2).
               88 ws-operlog-ok value "00".
               88 ws-operlog-fin value "10".
           1 ws-persrpt-status pic x(2).
               88 ws-persrpt-ok value "00".
           1 ws-fin-tri pic x(1) value "N".
               88 ws-tri-termine value "O".

           1 ws-parametre pic x(80) value spaces.
           1 ws-selection.
               2 ws-sel-date-deb pic 9(8) value zero.
               2 ws-sel-date-fin pic 9(8) value 99999999.
               2 ws-sel-operateur pic x(8) value spaces.
           1 ws-jetons.
               2 ws-jeton-1 pic x(10) value spaces.
               2 ws-jeton-2 pic x(10) value spaces.
               2 ws-jeton-3 pic x(10) value spaces.

           1 ws-classe pic x(1) value space.
           1 ws-operateur-courant pic x(8) value spaces.
           1 ws-date-courante pic 9(8) value zero.

      *> counts per class : index 1 the day, 2 the operator, 3 the
      *> whole report.
           1 ws-totaux.
               2 ws-total occurs 3 times.
                   3 ws-tot-echecs pic 9(7).
                   3 ws-tot-verrous pic 9(7).
                   3 ws-tot-refus pic 9(7).
           1 ws-niveau pic 9 value zero.

           1 ws-compteurs.
               2 ws-nb-lus pic 9(9) value zero.
               2 ws-nb-retenus pic 9(9) value zero.
               2 ws-nb-autres pic 9(9) value zero.
               2 ws-nb-operateurs pic 9(5) value zero.
               2 ws-nb-page pic 9(4) value zero.
               2 ws-nb-ligne pic 99 value 60.

           1 ligne-entete-1.
               2 filler pic x(1) value spaces.
               2 filler pic x(40) value
                   "OPERSEC - EVENEMENTS DE SECURITE".
               2 filler pic x(5) value "PAGE".
               2 e1-page pic zzz9.
           1 ligne-criteres.
               2 filler pic x(11) value "PERIODE DU".
               2 c-date-deb pic 9(8).
               2 filler pic x(4) value " AU".
               2 c-date-fin pic 9(8).
               2 filler pic x(13) value "  OPERATEUR".
               2 c-operateur pic x(8).
           1 ligne-colonnes.
               2 filler pic x(3) value spaces.
               2 filler pic x(10) value "HEURE".
               2 filler pic x(10) value "PROGRAMME".
               2 filler pic x(16) value "CLASSE".
               2 filler pic x(20) value "EVENEMENT".
           1 ligne-operateur.
               2 filler pic x(1) value space.
               2 filler pic x(12) value "OPERATEUR : ".
               2 lo-operateur pic x(8).
           1 ligne-jour.
               2 filler pic x(2) value spaces.
               2 filler pic x(7) value "JOUR : ".
               2 lj-date pic x(10).
           1 ligne-evenement.
               2 filler pic x(3) value spaces.
               2 le-heure pic x(8).
               2 filler pic x(2) value spaces.
               2 le-programme pic x(8).
               2 filler pic x(2) value spaces.
               2 le-classe pic x(14).
               2 filler pic x(2) value spaces.
               2 le-evenement pic x(20).
           1 ligne-total.
               2 filler pic x(3) value spaces.
               2 lt-libelle pic x(22).
               2 filler pic x(16) value "ECHECS SIGNON".
               2 lt-echecs pic z(6)9.
               2 filler pic x(17) value "  VERROUILLAGES".
               2 lt-verrous pic z(6)9.
               2 filler pic x(20) value "  ACTIONS REFUSEES".
               2 lt-refus pic z(6)9.
           1 ligne-compteur.
               2 filler pic x(3) value spaces.
               2 cpt-libelle pic x(36).
               2 cpt-total pic z(8)9.

       procedure division.
       p-principal.
           accept ws-parametre from command-line.
           perform p-lire-parametres.
           open input operlog.
           if not ws-operlog-ok
               display "OPERSEC - fichier OPERLOG.DAT absent."
               move 8 to return-code
               stop run
           end-if.
           open output persrpt.
           initialize ws-totaux.
           perform p-entete-page.
           perform p-imprimer-criteres.
           sort fic-tri
               on ascending key tri-operateur tri-date tri-heure
               input procedure p-alimenter-tri
               output procedure p-imprimer-evenements.
           perform p-imprimer-resume.
           close operlog.
           close persrpt.
           display "OPERSEC termine - " ws-nb-retenus
               " evenements retenus sur " ws-nb-lus " lus.".
           stop run.

       p-lire-parametres.
           move function upper-case(ws-parametre) to ws-parametre.
           unstring ws-parametre delimited by all space
               into ws-jeton-1 ws-jeton-2 ws-jeton-3.
           if ws-jeton-1 not = spaces and ws-jeton-1 not = "*"
               move function numval(ws-jeton-1) to ws-sel-date-deb
           end-if.
           if ws-jeton-2 not = spaces and ws-jeton-2 not = "*"
               move function numval(ws-jeton-2) to ws-sel-date-fin
           end-if.
           if ws-jeton-3 not = spaces and ws-jeton-3 not = "*"
               move ws-jeton-3 to ws-sel-operateur
           end-if.

       p-imprimer-criteres.
           move ws-sel-date-deb to c-date-deb.
           move ws-sel-date-fin to c-date-fin.
           move ws-sel-operateur to c-operateur.
           move ligne-criteres to ligne-rapport.
           write ligne-rapport.
           move spaces to ligne-rapport.
           write ligne-rapport.
           add 2 to ws-nb-ligne.

       p-alimenter-tri.
           perform until ws-operlog-fin
               read operlog
                   at end set ws-operlog-fin to true
               end-read
               if not ws-operlog-fin
                   add 1 to ws-nb-lus
                   perform p-selectionner
               end-if
           end-perform.

       p-selectionner.
           if jl-date is not numeric
               exit paragraph
           end-if.
           if jl-date < ws-sel-date-deb
                   or jl-date > ws-sel-date-fin
               exit paragraph
           end-if.
           if ws-sel-operateur not = spaces
                   and jl-operateur not = ws-sel-operateur
               exit paragraph
           end-if.
           perform p-classer-evenement.
           if ws-classe = space
               add 1 to ws-nb-autres
               exit paragraph
           end-if.
           add 1 to ws-nb-retenus.
           move jl-operateur to tri-operateur.
           move jl-date to tri-date.
           move jl-heure to tri-heure.
           move jl-programme to tri-programme.
           move ws-classe to tri-classe.
           move jl-evenement to tri-evenement.
           release tri-enr.

      *> the event texts are those written by OPERSGN and by the
      *> online programs ; anything else (a password changed, an
      *> account reset through OPERMNT) is left out of the listing.
       p-classer-evenement.
           move space to ws-classe.
           evaluate true
               when jl-evenement = "VERROUILLAGE COMPTE"
                   move "V" to ws-classe
               when jl-evenement(1:12) = "REFUS ACTION"
               when jl-evenement = "PROFIL INSUFFISANT"
                   move "R" to ws-classe
               when jl-evenement = "MOT DE PASSE ERRONE"
               when jl-evenement = "OPERATEUR INCONNU"
               when jl-evenement = "COMPTE VERROUILLE"
               when jl-evenement = "ECHEC CHANGEMENT MDP"
               when jl-evenement(1:11) = "OPERMAST KO"
                   move "E" to ws-classe
           end-evaluate.

      *> the sorted events are read one ahead : a change of
      *> operator or of day closes the totals of the previous one.
       p-imprimer-evenements.
           return fic-tri
               at end set ws-tri-termine to true
           end-return.
           perform until ws-tri-termine
               move tri-operateur to ws-operateur-courant
               add 1 to ws-nb-operateurs
               perform p-imprimer-operateur
               perform until ws-tri-termine
                       or tri-operateur not = ws-operateur-courant
                   move tri-date to ws-date-courante
                   perform p-imprimer-jour
                   perform until ws-tri-termine
                           or tri-operateur not = ws-operateur-courant
                           or tri-date not = ws-date-courante
                       perform p-imprimer-evenement
                       return fic-tri
                           at end set ws-tri-termine to true
                       end-return
                   end-perform
                   move "TOTAL DU JOUR" to lt-libelle
                   move 1 to ws-niveau
                   perform p-imprimer-total
               end-perform
               move "TOTAL OPERATEUR" to lt-libelle
               move 2 to ws-niveau
               perform p-imprimer-total
               move spaces to ligne-rapport
               write ligne-rapport
               add 1 to ws-nb-ligne
           end-perform.

       p-imprimer-operateur.
           if ws-nb-ligne >= 52
               perform p-entete-page
           end-if.
           move ws-operateur-courant to lo-operateur.
           move ligne-operateur to ligne-rapport.
           write ligne-rapport.
           add 1 to ws-nb-ligne.
           move zero to ws-tot-echecs(2) ws-tot-verrous(2)
               ws-tot-refus(2).

       p-imprimer-jour.
           if ws-nb-ligne >= 52
               perform p-entete-page
           end-if.
           move spaces to lj-date.
           string ws-date-courante(7:2) "/" ws-date-courante(5:2) "/"
               ws-date-courante(1:4)
               delimited by size into lj-date.
           move ligne-jour to ligne-rapport.
           write ligne-rapport.
           move ligne-colonnes to ligne-rapport.
           write ligne-rapport.
           add 2 to ws-nb-ligne.
           move zero to ws-tot-echecs(1) ws-tot-verrous(1)
               ws-tot-refus(1).

       p-imprimer-evenement.
           if ws-nb-ligne >= 56
               perform p-entete-page
           end-if.
           move spaces to le-heure.
           string tri-heure(1:2) ":" tri-heure(3:2) ":" tri-heure(5:2)
               delimited by size into le-heure.
           move tri-programme to le-programme.
           evaluate true
               when tri-echec
                   move "ECHEC SIGNON" to le-classe
                   add 1 to ws-tot-echecs(1) ws-tot-echecs(2)
                       ws-tot-echecs(3)
               when tri-verrouillage
                   move "VERROUILLAGE" to le-classe
                   add 1 to ws-tot-verrous(1) ws-tot-verrous(2)
                       ws-tot-verrous(3)
               when tri-refus
                   move "ACTION REFUSEE" to le-classe
                   add 1 to ws-tot-refus(1) ws-tot-refus(2)
                       ws-tot-refus(3)
           end-evaluate.
           move tri-evenement to le-evenement.
           move ligne-evenement to ligne-rapport.
           write ligne-rapport.
           add 1 to ws-nb-ligne.

       p-imprimer-total.
           move ws-tot-echecs(ws-niveau) to lt-echecs.
           move ws-tot-verrous(ws-niveau) to lt-verrous.
           move ws-tot-refus(ws-niveau) to lt-refus.
           move ligne-total to ligne-rapport.
           write ligne-rapport.
           add 1 to ws-nb-ligne.

       p-entete-page.
           add 1 to ws-nb-page.
           if ws-nb-page > 1
               move spaces to ligne-rapport
               write ligne-rapport before advancing page
           end-if.
           move ws-nb-page to e1-page.
           move ligne-entete-1 to ligne-rapport.
           write ligne-rapport.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move 3 to ws-nb-ligne.

       p-imprimer-resume.
           perform p-entete-page.
           move "RESUME" to ligne-rapport.
           write ligne-rapport.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move "TOTAL GENERAL" to lt-libelle.
           move 3 to ws-niveau.
           perform p-imprimer-total.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move "EVENEMENTS LUS" to cpt-libelle.
           move ws-nb-lus to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "EVENEMENTS LISTES" to cpt-libelle.
           move ws-nb-retenus to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "OPERATEURS CONCERNES" to cpt-libelle.
           move ws-nb-operateurs to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "AUTRES EVENEMENTS NON LISTES" to cpt-libelle.
           move ws-nb-autres to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
