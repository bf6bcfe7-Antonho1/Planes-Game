       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-ID
               FILE STATUS IS PLAYERS-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-ID
               FILE STATUS IS RATINGS-STATUS.
           SELECT SERIES-FILE ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-ID
               FILE STATUS IS SERIES-STATUS.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT KEEP-FILE ASSIGN TO "INTEGRIT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEEP-STATUS.
           SELECT SORT-ACTIVITATE ASSIGN TO "INTEGRIT.SRT".
000005 DATA DIVISION.
       FILE SECTION.
       FD  PLAYERS-FILE.
       01  REJECT-RECORD pic x(90).
       FD  KEEP-FILE.
       01  KEEP-RECORD pic x(80).
       SD  SORT-ACTIVITATE.
       01  SORT-RECORD.
           05 SA-JUC-MIC  pic 9(4).
           05 SA-JUC-MARE pic 9(4).
           05 SA-TIP      pic x.
           05 SA-DATA     pic 9(8).
           05 SA-SERIE    pic 9(4).
           05 SA-INACTIV  pic 9.

       Working-Storage Section.
       01  players-status pic xx value "00".
       01  linie pic x(80).
       01  rec-proasta pic 9.
       01  motiv pic x(30).
       01  jucatori-deschis pic 9 value 0.
       01  id-curent pic 9(4).
       01  id-gasit pic 9.
       01  activ-gasit pic x.
       01  sd-id     pic 9(4).
       01  sd-juc1   pic 9(4).
       01  sd-juc2   pic 9(4).
       01  sd-ultima pic 9(8) value 0.
       01  sd-marcheaza-inactiv pic 9 value 0.
       01  sortare-gata pic 9 value 0.
       01  pereche-mic pic 9(4) value 0.
       01  pereche-mare pic 9(4) value 0.
       01  glog-data pic 9(8).
       01  glog-je pic 9(4).
       01  glog-ja pic 9(4).
       01  pl-citite pic 9(6) value 0.
       01  pl-malformate pic 9(6) value 0.
       01  rt-citite pic 9(6) value 0.
       01  rt-malformate pic 9(6) value 0.
       01  rt-orfane pic 9(6) value 0.
           move 0 to cutoff-ok.
           perform valideaza-cutoff until cutoff-ok = 1.

           perform deschide-jucatori.

           perform verifica-players.

           move FUNCTION UPPER-CASE(raspuns-carantina)
               to raspuns-carantina;
           if raspuns-carantina = "D" then;
           perform inchide-jucatori;
           perform carantineaza-tot;
           Display "Inregistrari mutate in REJECT.DAT: "
               carantinate;
           end-if;
           end-if.

           perform inchide-jucatori.

           evaluate true
             when total-carantinabile > carantinate
               move 8 to return-code
             when total-probleme > 0
               move 4 to return-code
             when other
               move 0 to return-code
           end-evaluate.

           STOP RUN.

       valideaza-cutoff.
           move cutoff-x to cutoff-data;
           end-if.

       deschide-jucatori.

           move 0 to jucatori-deschis.

           open input players-file.
           if players-status = "35" then;
           Display "PLAYERS.DAT nu exista.";
           else
           if players-status = "00" then;
           move 1 to jucatori-deschis;
           end-if;
           end-if.

       inchide-jucatori.

           if jucatori-deschis = 1 then;
           close players-file;
           move 0 to jucatori-deschis;
           end-if.

       cauta-jucator.

           move 0 to id-gasit.
           move space to activ-gasit.

           if jucatori-deschis = 1 then;
           move id-curent to PL-ID;
           read players-file
               invalid key move 0 to id-gasit
               not invalid key perform retine-jucator
           end-read;
           end-if.

       retine-jucator.

           move 1 to id-gasit.
           move PL-ACTIV to activ-gasit.

       verifica-players.

           if jucatori-deschis = 1 then;
           move low-values to PLAYERS-RECORD;
           start players-file key is not less than PL-ID
               invalid key move "10" to players-status
           end-start;
           perform citeste-players-verif until players-status = "10";
           end-if.

       citeste-players-verif.

           read players-file next record
               at end move "10" to players-status
               not at end perform analizeaza-player
           end-read.
           move 1 to rec-proasta;
           move "ID nenumeric" to motiv;
           add 1 to pl-malformate;
           end-if.

       verifica-ratings.


       citeste-ratings-verif.

           read ratings-file next record
               at end move "10" to ratings-status
               not at end perform analizeaza-rating
           end-read.

       verifica-series.

           open input series-file.
           if series-status = "35" then;
           Display "SERIES.DAT nu exista, il sarim.";

       citeste-series-verif.

           read series-file next record
               at end move "10" to series-status
               not at end perform analizeaza-serie
           end-read.

       retine-serie-deschisa.

           if sd-marcheaza-inactiv = 1 then;
           add 1 to sr-inactive;
           end-if.

       verifica-gamelog.
           if rec-proasta = 1 then;
           move GAMELOG-RECORD to linie;
           Display "GAMELOG : " motiv " : " linie(1:40);
           end-if.

       clasifica-gamelog.
           end-if;
           end-if.

       verifica-serii-vechi.

           sort sort-activitate
               on ascending key SA-JUC-MIC SA-JUC-MARE SA-TIP
               input procedure is trimite-activitate
               output procedure is compara-activitate.

       trimite-activitate.

           open input gamelog-file.
           if gamelog-status = "00" then;
           perform citeste-activitate-joc until gamelog-status = "10";
           close gamelog-file;
           end-if.

           open input series-file.
           if series-status = "00" then;
           perform citeste-serie-veche until series-status = "10";
           close series-file;
           end-if.

       citeste-activitate-joc.

           read gamelog-file
               at end move "10" to gamelog-status
               not at end perform trimite-joc-activitate
           end-read.

       trimite-joc-activitate.

           if GAMELOG-RECORD(1:4) is numeric
               and GAMELOG-RECORD(6:2) is numeric
               and GAMELOG-RECORD(9:2) is numeric
               and GAMELOG-RECORD(48:4) is numeric
               and GAMELOG-RECORD(56:4) is numeric
               and GAMELOG-RECORD(21:1) not = "X" then;
           move GAMELOG-RECORD(48:4) to glog-je;
           move GAMELOG-RECORD(56:4) to glog-ja;
           compute glog-data =
               (FUNCTION NUMVAL(GAMELOG-RECORD(1:4)) * 10000)
               + (FUNCTION NUMVAL(GAMELOG-RECORD(6:2)) * 100)
               + FUNCTION NUMVAL(GAMELOG-RECORD(9:2));
           if glog-je < glog-ja then;
           move glog-je to SA-JUC-MIC;
           move glog-ja to SA-JUC-MARE;
           else
           move glog-ja to SA-JUC-MIC;
           move glog-je to SA-JUC-MARE;
           end-if;
           move "G" to SA-TIP;
           move glog-data to SA-DATA;
           move 0 to SA-SERIE;
           move 0 to SA-INACTIV;
           release SORT-RECORD;
           end-if.

       citeste-serie-veche.

           read series-file next record
               at end move "10" to series-status
               not at end perform trimite-serie-veche
           end-read.

       trimite-serie-veche.

           if SR-STARE = "D" and SR-ID is numeric
               and SR-JUC1 is numeric and SR-JUC2 is numeric then;
           perform clasifica-serie-curata;
           if rec-proasta = 0 then;
           move SR-JUC1 to sd-juc1;
           move SR-JUC2 to sd-juc2;
           if sd-juc1 < sd-juc2 then;
           move sd-juc1 to SA-JUC-MIC;
           move sd-juc2 to SA-JUC-MARE;
           else
           move sd-juc2 to SA-JUC-MIC;
           move sd-juc1 to SA-JUC-MARE;
           end-if;
           move "S" to SA-TIP;
           move 0 to SA-DATA;
           move SR-ID to SA-SERIE;
           move sd-marcheaza-inactiv to SA-INACTIV;
           release SORT-RECORD;
           end-if;
           end-if.

       compara-activitate.

           move 0 to sortare-gata.
           move 0 to pereche-mic.
           move 0 to pereche-mare.
           move 0 to sd-ultima.
           perform returneaza-activitate until sortare-gata = 1.

       returneaza-activitate.

           return sort-activitate
               at end move 1 to sortare-gata
               not at end perform aduna-activitate
           end-return.

       aduna-activitate.

           if SA-JUC-MIC not = pereche-mic
               or SA-JUC-MARE not = pereche-mare then;
           move SA-JUC-MIC to pereche-mic;
           move SA-JUC-MARE to pereche-mare;
           move 0 to sd-ultima;
           end-if.

           if SA-TIP = "G" then;
           if SA-DATA > sd-ultima then;
           move SA-DATA to sd-ultima;
           end-if;
           else
           perform verifica-o-serie-veche;
           end-if.

       verifica-o-serie-veche.

           move SA-SERIE to sd-id.

           if sd-ultima < cutoff-data then;
           add 1 to sr-vechi;
           Display "SERIES  : serie deschisa fara activitate"
               " dupa " cutoff-data " : ID " sd-id
               " (ultimul joc " sd-ultima ")";
           end-if.
           if SA-INACTIV = 1 then;
           Display "SERIES  : serie deschisa cu jucator inactiv"
               " : ID " sd-id;
           end-if.

       raport-final.

           compute total-carantinabile =
               pl-malformate
               + rt-malformate + rt-orfane
               + sr-malformate + sr-orfane
               + gl-malformate + gl-orfane.
           Display "Fisier  / Citite / Malformate / Orfane"
               " / Duplicate".
           Display "PLAYERS / " pl-citite " / " pl-malformate
               " / ------ / ------".
           Display "RATINGS / " rt-citite " / " rt-malformate
               " / " rt-orfane " / ------".
           Display "SERIES  / " sr-citite " / " sr-malformate

       carantineaza-players.

           open i-o players-file.
           if players-status = "35" then;
           continue;
           else
           move "00" to players-status;
           perform curata-players until players-status = "10";
           close players-file;
           end-if.

       curata-players.

           read players-file next record
               at end move "10" to players-status
               not at end perform decide-player
           end-read.
           move PLAYERS-RECORD to linie.
           if rec-proasta = 1 then;
           perform scrie-reject;
           delete players-file record;
           end-if.

       carantineaza-ratings.

           perform deschide-jucatori.

           open i-o ratings-file.
           if ratings-status = "35" then;
           continue;
           else
           move "00" to ratings-status;
           perform curata-ratings until ratings-status = "10";
           close ratings-file;
           end-if.

       curata-ratings.

           read ratings-file next record
               at end move "10" to ratings-status
               not at end perform decide-rating
           end-read.
           move RATINGS-RECORD to linie.
           if rec-proasta = 1 then;
           perform scrie-reject;
           delete ratings-file record;
           end-if.

       carantineaza-series.

           open i-o series-file.
           if series-status = "35" then;
           continue;
           else
           move "00" to series-status;
           perform curata-series until series-status = "10";
           close series-file;
           end-if.

       curata-series.

           read series-file next record
               at end move "10" to series-status
               not at end perform decide-serie
           end-read.
           move SERIES-RECORD to linie.
           if rec-proasta = 1 then;
           perform scrie-reject;
           delete series-file record;
           end-if.

       clasifica-serie-curata.

           move 0 to rec-proasta.
           move 0 to sd-marcheaza-inactiv.

           if SR-ID is not numeric
               or SR-JUC1 is not numeric
           perform cauta-jucator;
           if id-gasit = 0 then;
           move 1 to rec-proasta;
           else
           if activ-gasit not = "A" then;
           move 1 to sd-marcheaza-inactiv;
           end-if;
           end-if;
           move SR-JUC2 to id-curent;
           perform cauta-jucator;
           if id-gasit = 0 then;
           move 1 to rec-proasta;
           else
           if activ-gasit not = "A" then;
           move 1 to sd-marcheaza-inactiv;
           end-if;
           end-if;
           end-if.

       carantineaza-gamelog.

           open input gamelog-file.
