      *> mailing campaign record - one mailing, keyed on cam-code.
      *> defined on the CAMPMNT screen and run once by PERSCAM,
      *> which stamps cam-date-execution and cam-nb-envois.
      *> selection : inside a criterion the values are alternatives
      *> (any departement listed, any ville listed, any codepostal
      *> range listed) ; the criteria given are all required ; a
      *> criterion left blank selects everybody. departements are
      *> the first two digits of the codepostal, as in PERSSTA.
      *> cam-type-adresse : space = the address effective on the
      *> send date (as PERSLAB), D domicile, E expedition,
      *> S saisonniere - with E or S a person without such an
      *> address valid on the send date is not mailed.
           1 perscamp-record.
               2 cam-code pic x(8).
               2 cam-titre pic x(40).
               2 cam-date-envoi pic 9(8).
               2 cam-type-adresse pic x(1).
                   88 cam-adr-effective value space.
                   88 cam-adr-domicile value "D".
                   88 cam-adr-expedition value "E".
                   88 cam-adr-saisonniere value "S".
                   88 cam-type-valide value space "D" "E" "S".
               2 cam-criteres.
                   3 cam-departement pic x(2) occurs 10 times.
                   3 cam-ville pic x(30) occurs 5 times.
                   3 cam-tranche occurs 5 times.
                       4 cam-cp-mini pic 9(5).
                       4 cam-cp-maxi pic 9(5).
               2 cam-date-creation pic 9(8).
               2 cam-operateur pic x(8).
               2 cam-date-execution pic 9(8).
               2 cam-nb-envois pic 9(7).
