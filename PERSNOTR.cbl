       identification division.
       program-id. PERSNOTR.
       date-written. Octobre 2026.
       author. Jeremy.

      *> weekly follow-up of the reclamations. the contact notes of
      *> PERSNOTE are read in key order, one person at a time ; a
      *> person holding an open reclamation (an R note not closed
      *> from the PROG fiche) whose most recent note - the
      *> reclamation itself or any note keyed after it - is at
      *> least ws-delai days old is listed, one line per open
      *> reclamation, with the date of that last note. the report
      *> goes to PERSNOTR.LST.
      *>
      *> parameter : the number of days without a follow-up note,
      *> 15 by default.

       environment division.
       input-output section.
       file-control.
           select persnote assign to "PERSNOTE"
               organization is indexed
               access mode is dynamic
               record key is nt-cle
               file status is ws-persnote-status.
           select persmast assign to "PERSMAST"
               organization is indexed
               access mode is dynamic
               record key is pm-id
               alternate record key is pm-cle with duplicates
               file status is ws-persmast-status.
           select persrpt assign to "PERSNOTR.LST"
               organization is line sequential
               file status is ws-persrpt-status.

       data division.
       file section.
       fd  persnote.
           copy NOTEREC.
       fd  persmast.
           copy PERSREC.
       fd  persrpt.
           01 ligne-rapport pic x(133).

       working-storage section.
           1 ws-persnote-status pic x(2).
               88 ws-persnote-ok value "00".
               88 ws-persnote-fin value "10".
           1 ws-persmast-status pic x(2).
               88 ws-persmast-ok value "00".
           1 ws-mast-present pic x(1) value "N".
               88 ws-persmast-present value "O".
           1 ws-persrpt-status pic x(2).
               88 ws-persrpt-ok value "00".

           1 ws-parametre pic x(20) value spaces.
           1 ws-delai pic 9(4) value 15.
           1 ws-date-jour pic 9(8) value zero.
           1 ws-jours pic s9(8) value zero.

      *> the person being read : their open reclamations and the
      *> date of their most recent note.
           1 ws-personne.
               2 ws-id-courant pic 9(8) value zero.
               2 ws-derniere-date pic 9(8) value zero.
               2 ws-nb-rec pic 99 value zero.
               2 ws-rec-ent occurs 20 times.
                   3 ws-rec-date pic 9(8).
                   3 ws-rec-operateur pic x(8).
                   3 ws-rec-texte pic x(70).
           1 ws-rec-idx pic 99 value zero.

           1 ws-date-entree pic 9(8) value zero.
           1 ws-date-edit pic x(10) value spaces.

           1 ws-compteurs.
               2 ws-nb-notes pic 9(9) value zero.
               2 ws-nb-personnes pic 9(9) value zero.
               2 ws-nb-ouvertes pic 9(9) value zero.
               2 ws-nb-sans-suite pic 9(9) value zero.
               2 ws-nb-page pic 9(4) value zero.
               2 ws-nb-ligne pic 99 value 60.

           1 ligne-entete-1.
               2 filler pic x(1) value spaces.
               2 filler pic x(40) value
                   "PERSNOTR - RECLAMATIONS SANS SUITE".
               2 filler pic x(6) value "DATE".
               2 e1-date pic x(10).
               2 filler pic x(8) value "    PAGE".
               2 e1-page pic zzz9.
           1 ligne-criteres.
               2 filler pic x(32) value
                   "AUCUNE NOTE DEPUIS AU MOINS".
               2 c-delai pic zzz9.
               2 filler pic x(6) value " JOURS".
           1 ligne-colonnes.
               2 filler pic x(10) value "PERSONNE".
               2 filler pic x(42) value "NOM ET PRENOM".
               2 filler pic x(12) value "RECLAMATION".
               2 filler pic x(10) value "PAR".
               2 filler pic x(12) value "DERN. NOTE".
               2 filler pic x(7) value "JOURS".
               2 filler pic x(40) value "OBJET".
           1 ligne-detail.
               2 ld-id pic 9(8).
               2 filler pic x(2) value spaces.
               2 ld-nom pic x(40).
               2 filler pic x(2) value spaces.
               2 ld-date pic x(10).
               2 filler pic x(2) value spaces.
               2 ld-operateur pic x(8).
               2 filler pic x(2) value spaces.
               2 ld-derniere pic x(10).
               2 filler pic x(2) value spaces.
               2 ld-jours pic zzzz9.
               2 filler pic x(2) value spaces.
               2 ld-texte pic x(40).
           1 ligne-compteur.
               2 filler pic x(3) value spaces.
               2 cpt-libelle pic x(36).
               2 cpt-total pic z(8)9.

       procedure division.
       p-principal.
           accept ws-parametre from command-line.
           perform p-lire-parametres.
           accept ws-date-jour from date yyyymmdd.
           open output persrpt.
           perform p-entete-page.
           move ws-delai to c-delai.
           move ligne-criteres to ligne-rapport.
           write ligne-rapport.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move ligne-colonnes to ligne-rapport.
           write ligne-rapport.
           add 3 to ws-nb-ligne.
           open input persmast.
           if ws-persmast-ok
               set ws-persmast-present to true
           end-if.
           open input persnote.
           if ws-persnote-ok
               perform p-parcourir-notes
               close persnote
           end-if.
           if ws-persmast-present
               close persmast
           end-if.
           perform p-imprimer-totaux.
           close persrpt.
           display "PERSNOTR termine - " ws-nb-ouvertes
               " reclamations ouvertes, " ws-nb-sans-suite
               " sans suite depuis " ws-delai " jours.".
           stop run.

       p-lire-parametres.
           if ws-parametre = spaces
               exit paragraph
           end-if.
           if function numval(ws-parametre) = zero
               display "PERSNOTR - nombre de jours invalide : "
                   ws-parametre
               move 8 to return-code
               stop run
           end-if.
           move function numval(ws-parametre) to ws-delai.

      *> the notes are read one ahead : a change of person number
      *> closes the person just read.
       p-parcourir-notes.
           perform p-lire-note.
           perform until ws-persnote-fin
               move nt-id to ws-id-courant
               move zero to ws-derniere-date
               move zero to ws-nb-rec
               add 1 to ws-nb-personnes
               perform until ws-persnote-fin
                       or nt-id not = ws-id-courant
                   perform p-retenir-note
                   perform p-lire-note
               end-perform
               perform p-controler-personne
           end-perform.

       p-lire-note.
           read persnote next record
               at end set ws-persnote-fin to true
           end-read.

      *> in key order the last note met is the most recent one.
       p-retenir-note.
           add 1 to ws-nb-notes.
           move nt-date to ws-derniere-date.
           if not (nt-reclamation and nt-ouverte)
               exit paragraph
           end-if.
           add 1 to ws-nb-ouvertes.
           if ws-nb-rec < 20
               add 1 to ws-nb-rec
               move nt-date to ws-rec-date(ws-nb-rec)
               move nt-operateur to ws-rec-operateur(ws-nb-rec)
               move nt-texte to ws-rec-texte(ws-nb-rec)
           end-if.

       p-controler-personne.
           if ws-nb-rec = zero
               exit paragraph
           end-if.
           compute ws-jours =
               function integer-of-date(ws-date-jour)
               - function integer-of-date(ws-derniere-date).
           if ws-jours < ws-delai
               exit paragraph
           end-if.
           perform p-chercher-nom.
           move ws-id-courant to ld-id.
           move ws-derniere-date to ws-date-entree.
           perform p-formater-date.
           move ws-date-edit to ld-derniere.
           move ws-jours to ld-jours.
           perform varying ws-rec-idx from 1 by 1
                   until ws-rec-idx > ws-nb-rec
               perform p-imprimer-reclamation
           end-perform.

       p-chercher-nom.
           move "FICHE ABSENTE" to ld-nom.
           if not ws-persmast-present
               exit paragraph
           end-if.
           move ws-id-courant to pm-id.
           read persmast
               invalid key continue
               not invalid key
                   move spaces to ld-nom
                   string function trim(pm-nom) " "
                       function trim(pm-prenom)
                       delimited by size into ld-nom
           end-read.

       p-imprimer-reclamation.
           if ws-nb-ligne >= 56
               perform p-entete-page
               move ligne-colonnes to ligne-rapport
               write ligne-rapport
               add 1 to ws-nb-ligne
           end-if.
           add 1 to ws-nb-sans-suite.
           move ws-rec-date(ws-rec-idx) to ws-date-entree.
           perform p-formater-date.
           move ws-date-edit to ld-date.
           move ws-rec-operateur(ws-rec-idx) to ld-operateur.
           move ws-rec-texte(ws-rec-idx) to ld-texte.
           move ligne-detail to ligne-rapport.
           write ligne-rapport.
           add 1 to ws-nb-ligne.

      *> aaaammjj -> jj/mm/aaaa.
       p-formater-date.
           move spaces to ws-date-edit.
           string ws-date-entree(7:2) "/" ws-date-entree(5:2) "/"
               ws-date-entree(1:4)
               delimited by size into ws-date-edit.

       p-entete-page.
           if ws-nb-page > zero
               move spaces to ligne-rapport
               write ligne-rapport before advancing page
           end-if.
           add 1 to ws-nb-page.
           move ws-date-jour to ws-date-entree.
           perform p-formater-date.
           move ws-date-edit to e1-date.
           move ws-nb-page to e1-page.
           move ligne-entete-1 to ligne-rapport.
           write ligne-rapport.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move 2 to ws-nb-ligne.

       p-imprimer-totaux.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move "NOTES LUES" to cpt-libelle.
           move ws-nb-notes to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "PERSONNES AVEC NOTES" to cpt-libelle.
           move ws-nb-personnes to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "RECLAMATIONS OUVERTES" to cpt-libelle.
           move ws-nb-ouvertes to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "RECLAMATIONS SANS SUITE" to cpt-libelle.
           move ws-nb-sans-suite to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
