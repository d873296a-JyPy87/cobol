      *> deceased-person candidate - one possible match between a
      *> record of the monthly official deaths file and a person of
      *> PERSMAST, written by PERSDCD and decided on the PERSDCDM
      *> screen. keyed on the person number + the date of death, so
      *> a candidate already decided is never proposed again.
      *> dcd-etat : P propose (awaiting review), C confirme (the
      *> person was removed), R rejete (not the same person).
      *> dcd-confiance grades the match : H nom, prenom, codepostal
      *> and ville ; M nom, prenom and codepostal ; F nom, prenom
      *> and ville. dcd-deces holds the deaths file data as read.
           1 persdcd-record.
               2 dcd-cle.
                   3 dcd-id pic 9(8).
                   3 dcd-date-deces pic 9(8).
               2 dcd-etat pic x(1).
                   88 dcd-propose value "P".
                   88 dcd-confirme value "C".
                   88 dcd-rejete value "R".
               2 dcd-confiance pic x(1).
                   88 dcd-haute value "H".
                   88 dcd-moyenne value "M".
                   88 dcd-faible value "F".
               2 dcd-deces.
                   3 dcd-nom pic x(30).
                   3 dcd-prenom pic x(30).
                   3 dcd-codepostal pic 9(5).
                   3 dcd-ville pic x(30).
               2 dcd-date-proposition pic 9(8).
               2 dcd-date-decision pic 9(8).
               2 dcd-operateur pic x(8).
