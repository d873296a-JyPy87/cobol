      *> backup catalog record - one line per indexed file unloaded
      *> by PERSSAV, the lines of one run forming a generation
      *> (sav-generation, the date of the run, and sav-heure). the
      *> image is a sequential copy of the file in key order, named
      *> <file>.Saaaammjj ; sav-nb-enr is the count written, checked
      *> again by PERSRST and PERSRCV when the image is reloaded.
      *> sav-etat : OK image complete, AB file absent on the day
      *> (no image), KO file unreadable (image unusable).
           1 savcat-enr.
               2 sav-generation pic 9(8).
               2 filler pic x(1).
               2 sav-heure pic 9(6).
               2 filler pic x(1).
               2 sav-fichier pic x(8).
               2 filler pic x(1).
               2 sav-image pic x(20).
               2 filler pic x(1).
               2 sav-nb-enr pic 9(9).
               2 filler pic x(1).
               2 sav-etat pic x(2).
                   88 sav-complete value "OK".
                   88 sav-absent value "AB".
                   88 sav-illisible value "KO".
