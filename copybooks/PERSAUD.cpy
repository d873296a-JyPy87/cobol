      *> audit record - one entry per add/change/delete against
      *> PERSMAST, carrying a before and after image of the record.
      *> aud-id is the person number concerned, whatever the action.
      *> action O traces a change to the PERSOPP opposition register
      *> instead : the images then hold the opposition record before
      *> and after (blank before on a creation, blank after on a
      *> removal) and are read through the -opp views.
           1 persaud-enr.
               2 aud-horodate.
                   3 aud-date pic 9(8).
                   88 aud-ajout value "A".
                   88 aud-modif value "C".
                   88 aud-suppr value "D".
                   88 aud-opposition value "O".
                   88 aud-mouvement-persmast value "A" "C" "D".
               2 aud-id pic 9(8).
               2 aud-avant.
                   3 av-id pic 9(8).
                       4 av-rue pic x(30).
                       4 av-codepostal pic 9(5).
                       4 av-ville pic x(30).
               2 aud-avant-opp redefines aud-avant.
                   3 avo-id pic 9(8).
                   3 avo-date pic 9(8).
                   3 avo-canal pic x(1).
                   3 avo-date-fin pic 9(8).
                   3 avo-operateur pic x(8).
                   3 filler pic x(103).
               2 aud-apres.
                   3 ap-id pic 9(8).
                   3 ap-nom pic x(30).
                       4 ap-rue pic x(30).
                       4 ap-codepostal pic 9(5).
                       4 ap-ville pic x(30).
               2 aud-apres-opp redefines aud-apres.
                   3 apo-id pic 9(8).
                   3 apo-date pic 9(8).
                   3 apo-canal pic x(1).
                   3 apo-date-fin pic 9(8).
                   3 apo-operateur pic x(8).
                   3 filler pic x(103).
