               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-ID
               FILE STATUS IS RATINGS-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-ID
               FILE STATUS IS PLAYERS-STATUS.
           SELECT SERIES-FILE ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-ID
               FILE STATUS IS SERIES-STATUS.
           SELECT SORT-RATINGS ASSIGN TO "BULETIN.SRT".
           SELECT PRIOR-FILE ASSIGN TO "BULETIN.PRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-STATUS.
           05 SR-SCOR2  pic 99.
           05 filler    pic x.
           05 SR-STARE  pic x.
       SD  SORT-RATINGS.
       01  SORT-RECORD.
           05 SO-ID         pic x(4).
           05 filler        pic x.
           05 SO-RATING     pic x(4).
           05 filler        pic x.
           05 SO-JOCURI     pic x(4).
           05 filler        pic x(20).
       FD  PRIOR-FILE.
       01  PRIOR-RECORD.
           05 PR-ID     pic x(4).
       01  export-nume pic x(20).
       01  luna-aleasa pic x(6).
       01  luna-ok pic 9 value 0.
       01  jucatori-deschis pic 9 value 0.
       01  jr-id     pic 9(4).
       01  jr-rating pic 9(4).
       01  jr-jocuri pic 9(4).
       01  an-rating pic 9(4).
       01  anterior-gasit pic 9 value 0.
       01  sortare-gata pic 9 value 0.
       01  id-cautat pic 9(4).
       01  nume-afisat pic x(20).
       01  nume-afisat2 pic x(20).
       01  delta-rating pic s9(4).
       01  delta-afisat pic x(6).
       01  delta-ed pic +zzz9.
       01  rang pic 9(4).
       01  glog-meci pic x(4).

000006 PROCEDURE DIVISION.
           string "EXPORT." luna-aleasa ".CSV"
               delimited by size into export-nume.

           perform deschide-jucatori.

           open output buletin-file.
           open output export-file.

           perform salveaza-anterioare.

           perform inchide-jucatori.

           Display "Am scris " buletin-nume " si " export-nume ".".

           STOP RUN.
           Display "Luna invalida. Exemplu: 202608";
           end-if.

       deschide-jucatori.

           move 0 to jucatori-deschis.
           open input players-file.
           if players-status = "00" then;
           move 1 to jucatori-deschis;
           end-if.

       inchide-jucatori.

           if jucatori-deschis = 1 then;
           close players-file;
           move 0 to jucatori-deschis;
           end-if.

       gaseste-nume.

           if id-cautat = 0 then;
           move "(neinregistrat)" to nume-afisat;
           else
           if jucatori-deschis = 1 then;
           move id-cautat to PL-ID;
           read players-file
               invalid key continue
               not invalid key move PL-NUME to nume-afisat
           end-read;
           end-if;
           end-if.

       salveaza-anterioare.

           open output prior-file.

           open input ratings-file.
           if ratings-status = "00" then;
           perform citeste-rating-anterior
               until ratings-status = "10";
           close ratings-file;
           end-if.

           close prior-file.

       citeste-rating-anterior.

           read ratings-file next record
               at end move "10" to ratings-status
               not at end perform scrie-anterior
           end-read.

       scrie-anterior.

           if RT-ID is numeric and RT-RATING is numeric then;
           move spaces to PRIOR-RECORD;
           move RT-ID to PR-ID;
           move RT-RATING to PR-RATING;
           write prior-record;
           end-if.

       scrie-linie-buletin.

             when "T" move "castig JA (timp)" to rezultat-afisat
             when "A" move "castig JA (abandon)" to rezultat-afisat
             when "R" move "remiza" to rezultat-afisat
             when "X" move "expirat (fara rez.)" to rezultat-afisat
             when other move "necunoscut" to rezultat-afisat
           end-evaluate.

           perform scrie-linie-buletin.

           move 0 to rang.
           sort sort-ratings
               on descending key SO-RATING
               with duplicates in order
               using ratings-file
               output procedure is scrie-clasament-sortat.

           move spaces to linie.
           perform scrie-linie-buletin.

       scrie-clasament-sortat.

           move 0 to sortare-gata.
           perform returneaza-rating until sortare-gata = 1.

       returneaza-rating.

           return sort-ratings
               at end move 1 to sortare-gata
               not at end perform retine-rating-sortat
           end-return.

       retine-rating-sortat.

           if SO-ID is numeric and SO-RATING is numeric then;
           move SO-ID to jr-id;
           move SO-RATING to jr-rating;
           if SO-JOCURI is numeric then;
           move SO-JOCURI to jr-jocuri;
           else
           move 0 to jr-jocuri;
           end-if;
           perform scrie-rand-clasament;
           end-if.

       scrie-rand-clasament.

           add 1 to rang.

           move jr-id to id-cautat.
           perform gaseste-nume.

           perform calculeaza-miscare.

           move spaces to linie.
           move rang to linie(1:4).
           move nume-afisat to linie(6:20).
           move jr-rating to linie(27:4).
           move delta-afisat to linie(34:6).
           move jr-jocuri to linie(42:4).
           perform scrie-linie-buletin.

           move spaces to linie.
           string "P;" jr-id ";" nume-afisat ";"
               jr-rating ";" jr-jocuri ";" delta-afisat
               delimited by size into linie.
           perform scrie-linie-export.

       calculeaza-miscare.

           move 0 to anterior-gasit.

           open input prior-file.
           if prior-status = "00" then;
           perform citeste-anterior
               until prior-status = "10" or anterior-gasit = 1;
           close prior-file;
           end-if.

           if anterior-gasit = 0 then;
           move "NOU   " to delta-afisat;
           else
           compute delta-rating = jr-rating - an-rating;
           move delta-rating to delta-ed;
           move delta-ed to delta-afisat;
           end-if.

       citeste-anterior.

           read prior-file
               at end move "10" to prior-status
               not at end perform cauta-anterior
           end-read.

       cauta-anterior.

           if PR-ID is numeric and PR-RATING is numeric then;
           if PR-ID = jr-id then;
           move 1 to anterior-gasit;
           move PR-RATING to an-rating;
           end-if;
           end-if.

       scrie-seriile-terminate.

               to linie.
           perform scrie-linie-buletin.

           open input series-file.
           if series-status = "00" then;
           perform citeste-serie until series-status = "10";
           close series-file;
           end-if.

       citeste-serie.

           read series-file next record
               at end move "10" to series-status
               not at end perform scrie-o-serie
           end-read.

       scrie-o-serie.

           if SR-STARE = "T" then;
           move SR-JUC1 to id-cautat;
           perform gaseste-nume;
           move nume-afisat to nume-afisat2;
           move SR-JUC2 to id-cautat;
           perform gaseste-nume;
           move spaces to linie;
           move SR-ID to linie(1:4);
           move nume-afisat2 to linie(7:20);
           move nume-afisat to linie(28:20);
           move SR-SCOR1 to linie(49:2);
           move "-" to linie(51:1);
           move SR-SCOR2 to linie(52:2);
           perform scrie-linie-buletin;
           move spaces to linie;
           string "S;" SR-ID ";" SR-JUC1 ";" SR-JUC2
               ";" SR-SCOR1 ";" SR-SCOR2 ";"
               SR-BESTOF
               delimited by size into linie;
           perform scrie-linie-export;
           end-if.
