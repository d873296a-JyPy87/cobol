       identification division.
       program-id. PERSDOS.
       date-written. Octobre 2026.
       author. Jeremy.

      *> subject access dossier. everything held on one person
      *> number is gathered into PERSDOS.LST : the PERSMAST fiche,
      *> the do-not-mail opposition, every PERSADR address past and
      *> present, the numbers merged into it through PERSXREF, the
      *> PERSLOAD.SUS suspense entries, the deceased-person
      *> candidates of PERSDCD, the campaign pieces sent to it
      *> (PERSCAMH) with their returns, the contact notes keyed on
      *> the fiche (PERSNOTE), the household it belongs
      *> to (PERSFOY), and the full audit history
      *> in time order across every generation listed in
      *> PERSARC.CAT and the live trail. a number found in
      *> PERSPUR.IDS is reported as purged, with the date.
      *>
      *> parameter : the person number.

       environment division.
       input-output section.
       file-control.
           select persmast assign to "PERSMAST"
               organization is indexed
               access mode is dynamic
               record key is pm-id
               alternate record key is pm-cle with duplicates
               file status is ws-persmast-status.
           select persadr assign to "PERSADR"
               organization is indexed
               access mode is dynamic
               record key is pa-cle
               file status is ws-persadr-status.
           select persopp assign to "PERSOPP"
               organization is indexed
               access mode is dynamic
               record key is opp-id
               file status is ws-persopp-status.
           select persxref assign to "PERSXREF"
               organization is indexed
               access mode is dynamic
               record key is xr-ancien
               file status is ws-persxref-status.
           select perssus assign to "PERSLOAD.SUS"
               organization is sequential
               file status is ws-perssus-status.
           select persdcd assign to "PERSDCD"
               organization is indexed
               access mode is dynamic
               record key is dcd-cle
               file status is ws-persdcd-status.
           select perscamh assign to "PERSCAMH"
               organization is indexed
               access mode is dynamic
               record key is ch-cle
               alternate record key is ch-code with duplicates
               file status is ws-perscamh-status.
           select persfoy assign to "PERSFOY"
               organization is indexed
               access mode is dynamic
               record key is fo-num
               alternate record key is fo-adresse
               file status is ws-persfoy-status.
           select persnote assign to "PERSNOTE"
               organization is indexed
               access mode is dynamic
               record key is nt-cle
               file status is ws-persnote-status.
           select persfoym assign to "PERSFOYM"
               organization is indexed
               access mode is dynamic
               record key is fm-id
               alternate record key is fm-foyer with duplicates
               file status is ws-persfoym-status.
           select puridx assign to "PERSPUR.IDS"
               organization is indexed
               access mode is dynamic
               record key is pur-id
               file status is ws-puridx-status.
           select arccat assign to "PERSARC.CAT"
               organization is line sequential
               file status is ws-arccat-status.
           select persaud assign to ws-fichier-audit
               organization is sequential
               file status is ws-persaud-status.
           select fic-tri assign to "PERSDOS.SRT".
           select persrpt assign to "PERSDOS.LST"
               organization is line sequential
               file status is ws-persrpt-status.

       data division.
       file section.
       fd  persmast.
           copy PERSREC.
       fd  persadr.
           copy PADRREC.
       fd  persopp.
           copy OPPREC.
       fd  persxref.
           copy XREFREC.
       fd  perssus.
           copy PERSSUS.
       fd  persdcd.
           copy DCDREC.
       fd  perscamh.
           copy CAMHREC.
       fd  persfoy.
           copy FOYREC.
       fd  persfoym.
           copy FOYMREC.
       fd  persnote.
           copy NOTEREC.
       fd  puridx.
           01 puridx-record.
               2 pur-id pic 9(8).
               2 pur-date pic 9(8).
       fd  arccat.
           copy ARCCAT.
       fd  persaud.
           copy PERSAUD.
       sd  fic-tri.
           01 tri-enr.
               2 tri-ordre pic 9(9).
               2 tri-source pic x(20).
               2 tri-audit.
                   3 tri-horodate.
                       4 tri-date pic 9(8).
                       4 tri-heure pic 9(6).
                   3 tri-operateur pic x(8).
                   3 tri-action pic x(1).
                       88 tri-ajout value "A".
                       88 tri-modif value "C".
                       88 tri-suppr value "D".
                       88 tri-opposition value "O".
                   3 tri-aud-id pic 9(8).
                   3 tri-avant pic x(136).
                   3 tri-apres pic x(136).
       fd  persrpt.
           01 ligne-rapport pic x(133).

       working-storage section.
           1 ws-persmast-status pic x(2).
               88 ws-persmast-ok value "00".
           1 ws-persadr-status pic x(2).
               88 ws-persadr-ok value "00".
               88 ws-persadr-non-trouve value "23" "10".
           1 ws-persopp-status pic x(2).
               88 ws-persopp-ok value "00".
           1 ws-persxref-status pic x(2).
               88 ws-persxref-ok value "00".
               88 ws-persxref-fin value "10" "23".
           1 ws-perssus-status pic x(2).
               88 ws-perssus-ok value "00".
               88 ws-perssus-fin value "10".
           1 ws-persdcd-status pic x(2).
               88 ws-persdcd-ok value "00".
               88 ws-persdcd-fin value "10" "23".
           1 ws-perscamh-status pic x(2).
               88 ws-perscamh-ok value "00".
               88 ws-perscamh-fin value "10" "23".
           1 ws-persfoy-status pic x(2).
               88 ws-persfoy-ok value "00".
           1 ws-persfoym-status pic x(2).
               88 ws-persfoym-ok value "00".
               88 ws-persfoym-fin value "10" "23".
           1 ws-foyer-membre pic 9(8) value zero.
           1 ws-persnote-status pic x(2).
               88 ws-persnote-ok value "00".
               88 ws-persnote-fin value "10" "23".
           1 ws-puridx-status pic x(2).
               88 ws-puridx-ok value "00".
           1 ws-arccat-status pic x(2).
               88 ws-arccat-ok value "00".
               88 ws-arccat-fin value "10".
           1 ws-persaud-status pic x(2).
               88 ws-persaud-ok value "00".
               88 ws-persaud-fin value "10".
           1 ws-persrpt-status pic x(2).
               88 ws-persrpt-ok value "00".
           1 ws-fin-tri pic x(1) value "N".
               88 ws-tri-termine value "O".

           1 ws-parametre pic x(20) value spaces.
           1 ws-id pic 9(8) value zero.
           1 ws-date-jour pic 9(8) value zero.
           1 ws-fichier-audit pic x(20) value "PERSAUD.DAT".

      *> the person number and every number merged into it, directly
      *> or through a chain of merges : the history and the suspense
      *> entries of a merged number belong to the same person.
           1 ws-table-numeros.
               2 ws-nb-numeros pic 99 value zero.
               2 ws-numero occurs 50 times pic 9(8).
           1 ws-num-idx pic 99 value zero.
           1 ws-cherche-idx pic 99 value zero.
           1 ws-num-cherche pic 9(8) value zero.
           1 ws-num-trouve pic x(1) value "N".
               88 ws-numero-concerne value "O".

           1 ws-fiche.
               2 ws-fiche-etat pic x(1) value "N".
                   88 ws-fiche-trouvee value "O".
               2 ws-fiche-nom pic x(30) value spaces.
               2 ws-fiche-prenom pic x(30) value spaces.

           1 ws-compteurs.
               2 ws-nb-adresses pic 9(5) value zero.
               2 ws-nb-fusions pic 9(5) value zero.
               2 ws-nb-suspens pic 9(5) value zero.
               2 ws-nb-deces pic 9(5) value zero.
               2 ws-nb-pieces pic 9(5) value zero.
               2 ws-nb-notes pic 9(5) value zero.
               2 ws-nb-mouvements pic 9(7) value zero.
               2 ws-nb-generations pic 9(5) value zero.
               2 ws-sequence pic 9(9) value zero.

      *> person and opposition views of one audit image.
           1 ws-image.
               2 img-id pic 9(8).
               2 img-nom pic x(30).
               2 img-prenom pic x(30).
               2 img-numero pic 9(3).
               2 img-rue pic x(30).
               2 img-codepostal pic 9(5).
               2 img-ville pic x(30).
           1 ws-opp-image redefines ws-image.
               2 oim-id pic 9(8).
               2 oim-date pic 9(8).
               2 oim-canal pic x(1).
               2 oim-date-fin pic 9(8).
               2 oim-operateur pic x(8).
               2 filler pic x(103).

           1 ws-ligne pic x(133) value spaces.
           1 ws-texte pic x(100) value spaces.
           1 ws-libelle pic x(12) value spaces.
           1 ws-canal pic x(1) value spaces.
           1 ws-canal-libelle pic x(12) value spaces.
           1 ws-num-affiche pic zz9.
           1 ws-date-entree pic 9(8) value zero.
           1 ws-date-edit pic x(10) value spaces.
           1 ws-fin-texte pic x(20) value spaces.

           1 ligne-titre.
               2 filler pic x(34) value
                   "PERSDOS - DOSSIER DE LA PERSONNE ".
               2 t-id pic 9(8).
               2 filler pic x(14) value "    EDITE LE ".
               2 t-date pic x(10).
               2 filler pic x(67) value spaces.
           1 ligne-tirets pic x(80) value all "-".

       procedure division.
       p-principal.
           accept ws-parametre from command-line.
           perform p-lire-parametres.
           accept ws-date-jour from date yyyymmdd.
           open output persrpt.
           move ws-id to t-id.
           move ws-date-jour to ws-date-entree.
           perform p-formater-date.
           move ws-date-edit to t-date.
           move ligne-titre to ligne-rapport.
           write ligne-rapport.
           move ligne-tirets to ligne-rapport.
           write ligne-rapport.
           perform p-etat-purge.
           perform p-imprimer-fiche.
           perform p-imprimer-opposition.
           perform p-imprimer-adresses.
           perform p-imprimer-fusions.
           perform p-imprimer-suspens.
           perform p-imprimer-deces.
           perform p-imprimer-campagnes.
           perform p-imprimer-notes.
           perform p-imprimer-foyer.
           perform p-imprimer-historique.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move "FIN DU DOSSIER" to ligne-rapport.
           write ligne-rapport.
           close persrpt.
           display "PERSDOS termine - dossier du no " ws-id " : "
               ws-nb-adresses " adresses, " ws-nb-fusions
               " fusions, " ws-nb-suspens " suspens, "
               ws-nb-mouvements " mouvements.".
           stop run.

       p-lire-parametres.
           if ws-parametre = spaces
                   or function numval(ws-parametre) = zero
               display "PERSDOS - numero de personne attendu en "
                   "parametre."
               move 8 to return-code
               stop run
           end-if.
           move function numval(ws-parametre) to ws-id.
           move 1 to ws-nb-numeros.
           move ws-id to ws-numero(1).

       p-titre-section.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move ws-ligne to ligne-rapport.
           write ligne-rapport.
           move ligne-tirets to ligne-rapport.
           write ligne-rapport.

       p-ecrire-ligne.
           move ws-ligne to ligne-rapport.
           write ligne-rapport.

      *> aaaammjj -> aaaa/mm/jj, a zero date stays blank.
       p-formater-date.
           move spaces to ws-date-edit.
           if ws-date-entree not = zero
               string ws-date-entree(1:4) "/" ws-date-entree(5:2)
                   "/" ws-date-entree(7:2)
                   delimited by size into ws-date-edit
           end-if.

       p-etat-purge.
           open input puridx.
           if not ws-puridx-ok
               exit paragraph
           end-if.
           move ws-id to pur-id.
           read puridx
               invalid key continue
               not invalid key
                   move pur-date to ws-date-entree
                   perform p-formater-date
                   move spaces to ws-ligne
                   string "PERSONNE PURGEE LE " ws-date-edit
                       " - NOM ET ADRESSE ANONYMISES DANS "
                       "L'HISTORIQUE"
                       delimited by size into ws-ligne
                   perform p-titre-section
           end-read.
           close puridx.

       p-imprimer-fiche.
           move "FICHE PERSMAST" to ws-ligne.
           perform p-titre-section.
           open input persmast.
           if not ws-persmast-ok
               move "   FICHIER PERSMAST ABSENT" to ws-ligne
               perform p-ecrire-ligne
               exit paragraph
           end-if.
           move ws-id to pm-id.
           read persmast
               invalid key
                   move "   AUCUNE FICHE POUR CE NUMERO" to ws-ligne
                   perform p-ecrire-ligne
               not invalid key
                   set ws-fiche-trouvee to true
                   move pm-nom to ws-fiche-nom
                   move pm-prenom to ws-fiche-prenom
                   move spaces to ws-ligne
                   string "   NOM     : " pm-nom
                       delimited by size into ws-ligne
                   perform p-ecrire-ligne
                   move spaces to ws-ligne
                   string "   PRENOM  : " pm-prenom
                       delimited by size into ws-ligne
                   perform p-ecrire-ligne
                   move pm-numero to ws-num-affiche
                   move spaces to ws-ligne
                   string "   ADRESSE : " function trim(ws-num-affiche)
                       " " function trim(pm-rue)
                       delimited by size into ws-ligne
                   perform p-ecrire-ligne
                   move spaces to ws-ligne
                   string "             " pm-codepostal " "
                       function trim(pm-ville)
                       delimited by size into ws-ligne
                   perform p-ecrire-ligne
           end-read.
           close persmast.

       p-imprimer-opposition.
           move "OPPOSITION AU COURRIER" to ws-ligne.
           perform p-titre-section.
           open input persopp.
           if not ws-persopp-ok
               move "   AUCUNE OPPOSITION" to ws-ligne
               perform p-ecrire-ligne
               exit paragraph
           end-if.
           move ws-id to opp-id.
           read persopp
               invalid key
                   move "   AUCUNE OPPOSITION" to ws-ligne
                   perform p-ecrire-ligne
               not invalid key
                   move opp-id to oim-id
                   move opp-date to oim-date
                   move opp-canal to oim-canal
                   move opp-date-fin to oim-date-fin
                   move opp-operateur to oim-operateur
                   perform p-formater-opposition
                   move spaces to ws-ligne
                   string "   " ws-texte
                       delimited by size into ws-ligne
                   perform p-ecrire-ligne
           end-read.
           close persopp.

       p-imprimer-adresses.
           move "ADRESSES (PERSADR)" to ws-ligne.
           perform p-titre-section.
           open input persadr.
           if not ws-persadr-ok
               move "   AUCUNE ADRESSE SECONDAIRE" to ws-ligne
               perform p-ecrire-ligne
               exit paragraph
           end-if.
           move ws-id to pa-id.
           move low-values to pa-type.
           move zero to pa-date-debut.
           start persadr key is not less than pa-cle
               invalid key set ws-persadr-non-trouve to true
           end-start.
           perform until ws-persadr-non-trouve
               read persadr next record
                   at end set ws-persadr-non-trouve to true
               end-read
               if not ws-persadr-non-trouve
                   if pa-id = ws-id
                       perform p-imprimer-adresse
                   else
                       set ws-persadr-non-trouve to true
                   end-if
               end-if
           end-perform.
           close persadr.
           if ws-nb-adresses = zero
               move "   AUCUNE ADRESSE SECONDAIRE" to ws-ligne
               perform p-ecrire-ligne
           end-if.

       p-imprimer-adresse.
           add 1 to ws-nb-adresses.
           evaluate true
               when pa-domicile move "DOMICILE" to ws-libelle
               when pa-expedition move "EXPEDITION" to ws-libelle
               when pa-saisonniere move "SAISONNIERE" to ws-libelle
               when other move pa-type to ws-libelle
           end-evaluate.
           move pa-date-debut to ws-date-entree.
           perform p-formater-date.
           move spaces to ws-ligne.
           string "   " ws-libelle " DU " ws-date-edit
               delimited by size into ws-ligne.
           if pa-date-fin = zero
               move "SANS FIN" to ws-ligne(33:8)
           else
               move pa-date-fin to ws-date-entree
               perform p-formater-date
               move " AU " to ws-ligne(29:4)
               move ws-date-edit to ws-ligne(33:10)
           end-if.
           move pa-numero to ws-num-affiche.
           move spaces to ws-texte.
           string function trim(ws-num-affiche) " "
               function trim(pa-rue) " " pa-codepostal " "
               function trim(pa-ville)
               delimited by size into ws-texte.
           move ws-texte to ws-ligne(46:88).
           perform p-ecrire-ligne.

      *> a number can itself have been merged away (the dossier then
      *> names its survivor), and other numbers can have been merged
      *> into it, possibly through several merges in a row : each
      *> number found is searched for in turn as a survivor.
       p-imprimer-fusions.
           move "NUMEROS FUSIONNES (PERSXREF)" to ws-ligne.
           perform p-titre-section.
           open input persxref.
           if not ws-persxref-ok
               move "   AUCUNE FUSION" to ws-ligne
               perform p-ecrire-ligne
               exit paragraph
           end-if.
           move ws-id to xr-ancien.
           read persxref
               invalid key continue
               not invalid key
                   move xr-date to ws-date-entree
                   perform p-formater-date
                   move spaces to ws-ligne
                   string "   CE NUMERO A ETE FUSIONNE DANS LE NO "
                       xr-survivant " LE " ws-date-edit " PAR "
                       xr-operateur
                       delimited by size into ws-ligne
                   perform p-ecrire-ligne
           end-read.
           move 1 to ws-num-idx.
           perform until ws-num-idx > ws-nb-numeros
               perform p-chercher-doubles
               add 1 to ws-num-idx
           end-perform.
           close persxref.
           if ws-nb-fusions = zero
               move "   AUCUN NUMERO FUSIONNE DANS CE NUMERO"
                   to ws-ligne
               perform p-ecrire-ligne
           end-if.

       p-chercher-doubles.
           move "00" to ws-persxref-status.
           move zero to xr-ancien.
           start persxref key is not less than xr-ancien
               invalid key set ws-persxref-fin to true
           end-start.
           perform until ws-persxref-fin
               read persxref next record
                   at end set ws-persxref-fin to true
               end-read
               if not ws-persxref-fin
                   if xr-survivant = ws-numero(ws-num-idx)
                       perform p-retenir-double
                   end-if
               end-if
           end-perform.

       p-retenir-double.
           add 1 to ws-nb-fusions.
           move xr-date to ws-date-entree.
           perform p-formater-date.
           move spaces to ws-ligne.
           string "   NO " xr-ancien " FUSIONNE DANS LE NO "
               xr-survivant " LE " ws-date-edit " PAR "
               xr-operateur
               delimited by size into ws-ligne.
           perform p-ecrire-ligne.
           if ws-nb-numeros < 50
               add 1 to ws-nb-numeros
               move xr-ancien to ws-numero(ws-nb-numeros)
           else
               move "   (TABLE DES NUMEROS PLEINE - HISTORIQUE DE "
                   to ws-ligne
               move "CE NUMERO NON REPRIS)" to ws-ligne(48:21)
               perform p-ecrire-ligne
           end-if.

       p-chercher-numero.
           move "N" to ws-num-trouve.
           perform varying ws-cherche-idx from 1 by 1
                   until ws-cherche-idx > ws-nb-numeros
                   or ws-numero-concerne
               if ws-numero(ws-cherche-idx) = ws-num-cherche
                   set ws-numero-concerne to true
               end-if
           end-perform.

      *> a suspense entry belongs to the person when it carries one
      *> of their numbers, or carries no number (a rejected
      *> creation) under the fiche's nom and prenom.
       p-imprimer-suspens.
           move "ENTREES EN SUSPENS (PERSLOAD.SUS)" to ws-ligne.
           perform p-titre-section.
           open input perssus.
           if ws-perssus-ok
               perform until ws-perssus-fin
                   read perssus
                       at end set ws-perssus-fin to true
                   end-read
                   if not ws-perssus-fin
                       move sus-id to ws-num-cherche
                       perform p-chercher-numero
                       if ws-numero-concerne
                               or (sus-id = zero
                                   and ws-fiche-trouvee
                                   and function upper-case(sus-nom)
                                       = function upper-case
                                           (ws-fiche-nom)
                                   and function upper-case(sus-prenom)
                                       = function upper-case
                                           (ws-fiche-prenom))
                           perform p-imprimer-un-suspens
                       end-if
                   end-if
               end-perform
               close perssus
           end-if.
           if ws-nb-suspens = zero
               move "   AUCUNE ENTREE EN SUSPENS" to ws-ligne
               perform p-ecrire-ligne
           end-if.

       p-imprimer-un-suspens.
           add 1 to ws-nb-suspens.
           evaluate true
               when sus-en-attente move "EN ATTENTE" to ws-libelle
               when sus-corrige move "CORRIGE" to ws-libelle
               when sus-recycle move "RECYCLE" to ws-libelle
               when other move sus-etat to ws-libelle
           end-evaluate.
           move sus-numero to ws-num-affiche.
           move spaces to ws-ligne.
           string "   " ws-libelle " MOTIF " sus-motif
               " ACTION " sus-action " NO " sus-id " "
               function trim(sus-prenom) " " function trim(sus-nom)
               delimited by size into ws-ligne.
           perform p-ecrire-ligne.
           move spaces to ws-ligne.
           string "      " function trim(ws-num-affiche) " "
               function trim(sus-rue) " " sus-codepostal " "
               function trim(sus-ville)
               delimited by size into ws-ligne.
           perform p-ecrire-ligne.

       p-imprimer-deces.
           move "RAPPROCHEMENTS AVEC LES DECES (PERSDCD)" to ws-ligne.
           perform p-titre-section.
           open input persdcd.
           if ws-persdcd-ok
               move ws-id to dcd-id
               move zero to dcd-date-deces
               start persdcd key is not less than dcd-cle
                   invalid key set ws-persdcd-fin to true
               end-start
               perform until ws-persdcd-fin
                   read persdcd next record
                       at end set ws-persdcd-fin to true
                   end-read
                   if not ws-persdcd-fin
                       if dcd-id = ws-id
                           perform p-imprimer-un-deces
                       else
                           set ws-persdcd-fin to true
                       end-if
                   end-if
               end-perform
               close persdcd
           end-if.
           if ws-nb-deces = zero
               move "   AUCUN RAPPROCHEMENT" to ws-ligne
               perform p-ecrire-ligne
           end-if.

       p-imprimer-un-deces.
           add 1 to ws-nb-deces.
           evaluate true
               when dcd-propose move "A REVOIR" to ws-libelle
               when dcd-confirme move "CONFIRME" to ws-libelle
               when dcd-rejete move "REJETE" to ws-libelle
               when other move dcd-etat to ws-libelle
           end-evaluate.
           move dcd-date-deces to ws-date-entree.
           perform p-formater-date.
           move spaces to ws-ligne.
           string "   " ws-libelle " DECES DU " ws-date-edit
               " CONFIANCE " dcd-confiance " : "
               function trim(dcd-prenom) " " function trim(dcd-nom)
               " " dcd-codepostal " " function trim(dcd-ville)
               delimited by size into ws-ligne.
           perform p-ecrire-ligne.
           if not dcd-propose
               move dcd-date-decision to ws-date-entree
               perform p-formater-date
               move spaces to ws-ligne
               string "      DECIDE LE " ws-date-edit " PAR "
                   dcd-operateur
                   delimited by size into ws-ligne
               perform p-ecrire-ligne
           end-if.

      *> pieces sent under the number or any number merged into it.
       p-imprimer-campagnes.
           move "CAMPAGNES DE PUBLIPOSTAGE (PERSCAMH)" to ws-ligne.
           perform p-titre-section.
           open input perscamh.
           if ws-perscamh-ok
               perform varying ws-num-idx from 1 by 1
                       until ws-num-idx > ws-nb-numeros
                   perform p-chercher-pieces
               end-perform
               close perscamh
           end-if.
           if ws-nb-pieces = zero
               move "   AUCUN ENVOI" to ws-ligne
               perform p-ecrire-ligne
           end-if.

       p-chercher-pieces.
           move "00" to ws-perscamh-status.
           move ws-numero(ws-num-idx) to ch-id.
           move zero to ch-date-envoi.
           move low-values to ch-code.
           start perscamh key is not less than ch-cle
               invalid key set ws-perscamh-fin to true
           end-start.
           perform until ws-perscamh-fin
               read perscamh next record
                   at end set ws-perscamh-fin to true
               end-read
               if not ws-perscamh-fin
                   if ch-id = ws-numero(ws-num-idx)
                       perform p-imprimer-piece
                   else
                       set ws-perscamh-fin to true
                   end-if
               end-if
           end-perform.

       p-imprimer-piece.
           add 1 to ws-nb-pieces.
           evaluate true
               when ch-retour-npai move "RETOUR NPAI" to ws-libelle
               when ch-retour-correction
                   move "CORRIGEE" to ws-libelle
               when other move "DISTRIBUEE" to ws-libelle
           end-evaluate.
           move ch-date-envoi to ws-date-entree.
           perform p-formater-date.
           move ch-numero to ws-num-affiche.
           move spaces to ws-ligne.
           string "   " ch-code " ENVOYEE LE " ws-date-edit
               " SOUS LE NO " ch-id " : "
               function trim(ws-num-affiche) " "
               function trim(ch-rue) " " ch-codepostal " "
               function trim(ch-ville)
               delimited by size into ws-ligne.
           perform p-ecrire-ligne.
           if not ch-sans-retour
               move ch-date-retour to ws-date-entree
               perform p-formater-date
               move spaces to ws-ligne
               string "      " ws-libelle " LE " ws-date-edit
                   delimited by size into ws-ligne
               perform p-ecrire-ligne
           end-if.

      *> notes keyed under the number or any number merged into it
      *> (a merge moves them, but older merges may predate the file).
       p-imprimer-notes.
           move "NOTES DE CONTACT (PERSNOTE)" to ws-ligne.
           perform p-titre-section.
           open input persnote.
           if ws-persnote-ok
               perform varying ws-num-idx from 1 by 1
                       until ws-num-idx > ws-nb-numeros
                   perform p-chercher-notes
               end-perform
               close persnote
           end-if.
           if ws-nb-notes = zero
               move "   AUCUNE NOTE" to ws-ligne
               perform p-ecrire-ligne
           end-if.

       p-chercher-notes.
           move "00" to ws-persnote-status.
           move ws-numero(ws-num-idx) to nt-id.
           move zero to nt-date.
           move zero to nt-heure.
           start persnote key is not less than nt-cle
               invalid key set ws-persnote-fin to true
           end-start.
           perform until ws-persnote-fin
               read persnote next record
                   at end set ws-persnote-fin to true
               end-read
               if not ws-persnote-fin
                   if nt-id = ws-numero(ws-num-idx)
                       perform p-imprimer-note
                   else
                       set ws-persnote-fin to true
                   end-if
               end-if
           end-perform.

       p-imprimer-note.
           add 1 to ws-nb-notes.
           evaluate true
               when nt-telephone move "TELEPHONE" to ws-libelle
               when nt-courrier move "COURRIER" to ws-libelle
               when nt-guichet move "GUICHET" to ws-libelle
               when nt-reclamation move "RECLAMATION" to ws-libelle
               when other move nt-type to ws-libelle
           end-evaluate.
           move nt-date to ws-date-entree.
           perform p-formater-date.
           move spaces to ws-ligne.
           string "   " ws-date-edit " " nt-heure(1:2) ":"
               nt-heure(3:2) " " ws-libelle " PAR " nt-operateur
               delimited by size into ws-ligne.
           if nt-ouverte
               move "OUVERTE" to ws-ligne(48:7)
           end-if.
           if nt-close
               move "CLOSE" to ws-ligne(48:5)
           end-if.
           move nt-texte to ws-ligne(58:70).
           perform p-ecrire-ligne.

      *> the household of the last PERSFOY pass, with its members.
       p-imprimer-foyer.
           move "FOYER (PERSFOY)" to ws-ligne.
           perform p-titre-section.
           open input persfoym.
           if not ws-persfoym-ok
               move "   PERSONNE SEULE A SON ADRESSE" to ws-ligne
               perform p-ecrire-ligne
               exit paragraph
           end-if.
           move ws-id to fm-id.
           read persfoym
               invalid key
                   move "   PERSONNE SEULE A SON ADRESSE" to ws-ligne
                   perform p-ecrire-ligne
                   close persfoym
                   exit paragraph
           end-read.
           open input persfoy.
           if ws-persfoy-ok
               move fm-foyer to fo-num
               read persfoy
                   invalid key continue
                   not invalid key
                       move fo-numero to ws-num-affiche
                       move spaces to ws-ligne
                       string "   FOYER " fo-num " : "
                           function trim(ws-num-affiche) " "
                           function trim(fo-rue) " " fo-codepostal
                           " " function trim(fo-ville)
                           " - CHEF DE FOYER NO " fo-chef
                           delimited by size into ws-ligne
                       perform p-ecrire-ligne
               end-read
               close persfoy
           end-if.
           move fm-foyer to ws-foyer-membre.
           move "00" to ws-persfoym-status.
           start persfoym key is equal to fm-foyer
               invalid key set ws-persfoym-fin to true
           end-start.
           perform until ws-persfoym-fin
               read persfoym next record
                   at end set ws-persfoym-fin to true
               end-read
               if not ws-persfoym-fin
                   if fm-foyer = ws-foyer-membre
                       move spaces to ws-ligne
                       string "      MEMBRE NO " fm-id
                           delimited by size into ws-ligne
                       perform p-ecrire-ligne
                   else
                       set ws-persfoym-fin to true
                   end-if
               end-if
           end-perform.
           close persfoym.

      *> the archived generations are read in catalog order, then
      *> the live trail ; the sort on horodate then reading order
      *> gives one history in time order whatever file it came from.
       p-imprimer-historique.
           move "HISTORIQUE DES MOUVEMENTS (PERSAUD.DAT ET ARCHIVES)"
               to ws-ligne.
           perform p-titre-section.
           sort fic-tri
               on ascending key tri-horodate tri-ordre
               input procedure p-selectionner-historique
               output procedure p-editer-historique.
           if ws-nb-mouvements = zero
               move "   AUCUN MOUVEMENT" to ws-ligne
               perform p-ecrire-ligne
           end-if.

       p-selectionner-historique.
           open input arccat.
           if ws-arccat-ok
               perform until ws-arccat-fin
                   read arccat
                       at end set ws-arccat-fin to true
                   end-read
                   if not ws-arccat-fin
                       move cat-fichier to ws-fichier-audit
                       perform p-lire-generation
                   end-if
               end-perform
               close arccat
           end-if.
           move "PERSAUD.DAT" to ws-fichier-audit.
           perform p-lire-generation.

       p-lire-generation.
           move "00" to ws-persaud-status.
           open input persaud.
           if not ws-persaud-ok
               move spaces to ws-ligne
               string "   FICHIER " ws-fichier-audit
                   " INTROUVABLE - NON LU"
                   delimited by size into ws-ligne
               perform p-ecrire-ligne
               exit paragraph
           end-if.
           add 1 to ws-nb-generations.
           perform until ws-persaud-fin
               read persaud
                   at end set ws-persaud-fin to true
               end-read
               if not ws-persaud-fin
                   add 1 to ws-sequence
                   move aud-id to ws-num-cherche
                   perform p-chercher-numero
                   if ws-numero-concerne
                       move ws-sequence to tri-ordre
                       move ws-fichier-audit to tri-source
                       move persaud-enr to tri-audit
                       release tri-enr
                   end-if
               end-if
           end-perform.
           close persaud.

       p-editer-historique.
           perform until ws-tri-termine
               return fic-tri
                   at end set ws-tri-termine to true
               end-return
               if not ws-tri-termine
                   perform p-editer-mouvement
               end-if
           end-perform.

       p-editer-mouvement.
           add 1 to ws-nb-mouvements.
           evaluate true
               when tri-ajout move "AJOUT" to ws-libelle
               when tri-modif move "MODIFICATION" to ws-libelle
               when tri-suppr move "SUPPRESSION" to ws-libelle
               when tri-opposition move "OPPOSITION" to ws-libelle
               when other move tri-action to ws-libelle
           end-evaluate.
           move tri-date to ws-date-entree.
           perform p-formater-date.
           move spaces to ws-ligne.
           string "   " ws-date-edit " " tri-heure(1:2) ":"
               tri-heure(3:2) ":" tri-heure(5:2) "  "
               tri-operateur "  " ws-libelle "  NO " tri-aud-id
               "  (" function trim(tri-source) ")"
               delimited by size into ws-ligne.
           perform p-ecrire-ligne.
           if tri-avant not = spaces
               move tri-avant to ws-image
               perform p-formater-image
               move spaces to ws-ligne
               string "      AVANT : " ws-texte
                   delimited by size into ws-ligne
               perform p-ecrire-ligne
           end-if.
           if tri-apres not = spaces
               move tri-apres to ws-image
               perform p-formater-image
               move spaces to ws-ligne
               string "      APRES : " ws-texte
                   delimited by size into ws-ligne
               perform p-ecrire-ligne
           end-if.

       p-formater-image.
           if tri-opposition
               perform p-formater-opposition
               exit paragraph
           end-if.
           move img-numero to ws-num-affiche.
           move spaces to ws-texte.
           string function trim(img-prenom) " "
               function trim(img-nom) " - "
               function trim(ws-num-affiche) " "
               function trim(img-rue) " " img-codepostal " "
               function trim(img-ville)
               delimited by size into ws-texte.

       p-formater-opposition.
           move oim-canal to ws-canal.
           perform p-libeller-canal.
           move oim-date to ws-date-entree.
           perform p-formater-date.
           move spaces to ws-texte.
           string "OPPOSITION DU " ws-date-edit " PAR "
               function trim(ws-canal-libelle) ", "
               delimited by size into ws-texte.
           move spaces to ws-fin-texte.
           if oim-date-fin = zero
               move "SANS FIN" to ws-fin-texte
           else
               move oim-date-fin to ws-date-entree
               perform p-formater-date
               string "FIN LE " ws-date-edit
                   delimited by size into ws-fin-texte
           end-if.
           move ws-texte to ws-ligne.
           move spaces to ws-texte.
           string function trim(ws-ligne) " "
               function trim(ws-fin-texte) ", SAISIE PAR "
               oim-operateur
               delimited by size into ws-texte.

       p-libeller-canal.
           evaluate ws-canal
               when "C" move "COURRIER" to ws-canal-libelle
               when "T" move "TELEPHONE" to ws-canal-libelle
               when "G" move "GUICHET" to ws-canal-libelle
               when "E" move "ELECTRONIQUE" to ws-canal-libelle
               when other move ws-canal to ws-canal-libelle
           end-evaluate.
