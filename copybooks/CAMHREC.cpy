      *> campaign history record - one piece sent to one person by
      *> one campaign, written by PERSCAM. keyed on the person
      *> number + send date + campaign code ; ch-code is also an
      *> alternate key with duplicates so PERSCAMR reads a whole
      *> campaign. ch-adresse is the address the piece went to.
      *> ch-retour is set by PERSRET when the mailing house sends
      *> the piece back : C address correction, D NPAI ; space
      *> while nothing came back.
           1 perscamh-record.
               2 ch-cle.
                   3 ch-id pic 9(8).
                   3 ch-date-envoi pic 9(8).
                   3 ch-code pic x(8).
               2 ch-adresse.
                   3 ch-numero pic 9(3).
                   3 ch-rue pic x(30).
                   3 ch-codepostal pic 9(5).
                   3 ch-ville pic x(30).
               2 ch-retour pic x(1).
                   88 ch-sans-retour value space.
                   88 ch-retour-correction value "C".
                   88 ch-retour-npai value "D".
               2 ch-date-retour pic 9(8).
