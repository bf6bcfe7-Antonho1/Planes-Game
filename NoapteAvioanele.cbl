000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. Noapte.
000003 ENVIRONMENT DIVISION.
000004 CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "NOAPTE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.
           SELECT LOG-FILE ASSIGN TO "NOAPTE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT LISTA-FILE ASSIGN TO "NOAPTE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTA-STATUS.
           SELECT RASPUNS-FILE ASSIGN TO "NOAPTE.RSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RASPUNS-STATUS.
           SELECT SESIUNI-FILE ASSIGN TO "SESIUNI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-ID
               FILE STATUS IS SESIUNI-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-ID
               FILE STATUS IS RATINGS-STATUS.
           SELECT NUMARAT-FILE ASSIGN USING NUMARAT-NUME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMARAT-STATUS.
000005 DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 NC-PAS    pic 9.
           05 filler    pic x.
           05 NC-NUME   pic x(12).
           05 filler    pic x.
           05 NC-DATA   pic 9(8).
           05 filler    pic x.
           05 NC-STARE  pic x.
           05 filler    pic x.
           05 NC-COD    pic 999.
           05 filler    pic x.
           05 NC-START  pic 9(14).
           05 filler    pic x.
           05 NC-STOP   pic 9(14).
           05 filler    pic x.
           05 NC-ULTIMA pic 9(8).
       FD  LOG-FILE.
       01  LOG-RECORD pic x(100).
       FD  LISTA-FILE.
       01  LISTA-RECORD pic x(80).
       FD  RASPUNS-FILE.
       01  RASPUNS-RECORD pic x(20).
       FD  SESIUNI-FILE.
       01  SESIUNI-RECORD.
           05 SE-ID     pic 9(4).
           05 filler    pic x.
           05 SE-STARE  pic x.
           05 filler    pic x.
           05 SE-DATA   pic 9(8).
           05 filler    pic x.
           05 SE-JUC1   pic 9(4).
           05 filler    pic x.
           05 SE-JUC2   pic 9(4).
           05 filler    pic x.
           05 SE-INCHIS pic 9(8).
       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-ID         pic 9(4).
           05 filler        pic x.
           05 RT-RATING     pic 9(4).
           05 filler        pic x.
           05 RT-JOCURI     pic 9(4).
           05 filler        pic x.
           05 RT-STREAK-TIP pic x.
           05 RT-STREAK-NR  pic 9(3).
           05 filler        pic x.
           05 RT-ULTIM      pic 9(14).
       FD  NUMARAT-FILE.
       01  NUMARAT-RECORD pic x(80).

       Working-Storage Section.
       01  control-status pic xx value "00".
       01  log-status pic xx value "00".
       01  lista-status pic xx value "00".
       01  raspuns-status pic xx value "00".
       01  sesiuni-status pic xx value "00".
       01  numarat-status pic xx value "00".
       01  ratings-status pic xx value "00".
       01  numarat-nume pic x(20).
       01  numar-pasi pic 9 value 6.
       01  tabel-pasi.
           05 pas-tabel occurs 6 times.
              10 tp-nume  pic x(12).
              10 tp-stare pic x.
              10 tp-cod   pic 999.
              10 tp-start pic 9(14).
              10 tp-stop  pic 9(14).
       01  pasi-cititi pic 9 value 0.
       01  data-control pic 9(8) value 0.
       01  data-rulare pic 9(8) value 0.
       01  data-ultima pic 9(8) value 0.
       01  ultima-control pic 9(8) value 0.
       01  data-azi pic 9(8).
       01  pas-start pic 9 value 1.
       01  pas-curent pic 9.
       01  pas-ix pic 9.
       01  pas-control pic 9 value 0.
       01  oprire pic 9 value 0.
       01  rulare-gata pic 9 value 0.
       01  avertismente pic 9 value 0.
       01  cod-pas pic 9(4).
       01  cod-maxim pic 9(4).
       01  pas-sarit pic 9.
       01  comanda pic x(80).
       01  program-pas pic x(24).
       01  dat pic x(22).
       01  moment-afisat pic x(19).
       01  moment-start pic x(19).
       01  linie pic x(100).
       01  data-limita pic 9(8).
       01  zi-urmatoare pic 9(8).
       01  zi-curenta pic 9(8).
       01  zi-int pic 9(7).
       01  zi-int-stop pic 9(7).
       01  zi-sfarsit pic 9 value 0.
       01  luna-rulare pic x(6).
       01  luni-incheiate pic 99 value 0.
       01  sesiuni-verificate pic 9(4) value 0.
       01  numar-citit pic 9(6).
       01  gamelog-inainte pic 9(6) value 0.
       01  ratings-inainte pic 9(6) value 0.
       01  reject-inainte pic 9(6) value 0.
       01  sesiuni-inainte pic 9(6) value 0.
       01  gamelog-dupa pic 9(6) value 0.
       01  ratings-dupa pic 9(6) value 0.
       01  reject-dupa pic 9(6) value 0.
       01  sesiuni-dupa pic 9(6) value 0.
       01  rezultat-afisat pic x(12).
       01  stare-afisata pic x(12).

000006 PROCEDURE DIVISION.

           Display " ".
           Display "====== Rularea de noapte Avioanele ======".

           move "INTEGRITATE" to tp-nume(1).
           move "VERIFICARE" to tp-nume(2).
           move "CLASAMENT" to tp-nume(3).
           move "BULETIN" to tp-nume(4).
           move "ARHIVARE" to tp-nume(5).
           move "EXPIRARE" to tp-nume(6).

           move Function CURRENT-DATE to dat.
           move dat(1:8) to data-azi.

           perform incarca-control.

           perform decide-rulare.

           if rulare-gata = 1 then;
           Display "Rularea din " data-control
               " este deja completa. Nimic de facut.";
           move 0 to return-code;
           STOP RUN;
           end-if.

           perform calculeaza-sfarsit-luna.

           perform numara-inainte.

           perform scrie-log-start.

           move 0 to oprire.
           move 0 to avertismente.
           move pas-start to pas-curent.
           perform executa-pas until pas-curent > numar-pasi
               or oprire = 1.

           perform numara-dupa.

           perform scrie-log-sfarsit.

           perform afiseaza-rezumat.

           evaluate true
             when oprire = 1 move 8 to return-code
             when avertismente = 1 move 4 to return-code
             when other move 0 to return-code
           end-evaluate.

           STOP RUN.

       incarca-control.

           move 0 to pasi-cititi.
           move 0 to data-control.
           move 0 to ultima-control.

           open input control-file.
           if control-status not = "00" then;
           continue;
           else
           move "00" to control-status;
           perform citeste-control until control-status = "10";
           close control-file;
           end-if.

       citeste-control.

           read control-file
               at end move "10" to control-status
               not at end perform retine-control
           end-read.

       retine-control.

           move 0 to pas-control.
           if NC-PAS is numeric and NC-DATA is numeric then;
           move 1 to pas-ix;
           perform cauta-pas-dupa-nume
               until pas-ix > numar-pasi or pas-control > 0;
           end-if.

           if pas-control > 0 then;
           add 1 to pasi-cititi;
           move NC-DATA to data-control;
           move NC-STARE to tp-stare(pas-control);
           move NC-COD to tp-cod(pas-control);
           move NC-START to tp-start(pas-control);
           move NC-STOP to tp-stop(pas-control);
           if NC-ULTIMA is numeric then;
           move NC-ULTIMA to ultima-control;
           end-if;
           end-if.

       cauta-pas-dupa-nume.

           if tp-nume(pas-ix) = NC-NUME then;
           move pas-ix to pas-control;
           end-if.
           add 1 to pas-ix.

       decide-rulare.

           move 0 to rulare-gata.
           move 0 to pas-start.

           if pasi-cititi = numar-pasi then;
           move 1 to pas-ix;
           perform cauta-pas-nefinalizat
               until pas-ix > numar-pasi or pas-start > 0;
           end-if.

           if pas-start > 0 then;
           move data-control to data-rulare;
           move ultima-control to data-ultima;
           perform verifica-data-ultima;
           Display "Rularea din " data-rulare
               " nu s-a terminat. Reluam de la pasul "
               pas-start " (" tp-nume(pas-start) ").";
           else
           if pasi-cititi = numar-pasi
               and data-control = data-azi then;
           move 1 to rulare-gata;
           else
           perform pregateste-rulare-noua;
           end-if;
           end-if.

       cauta-pas-nefinalizat.

           if tp-stare(pas-ix) not = "O"
               and tp-stare(pas-ix) not = "A"
               and tp-stare(pas-ix) not = "S" then;
           move pas-ix to pas-start;
           end-if.
           add 1 to pas-ix.

       pregateste-rulare-noua.

           move data-azi to data-rulare.
           move 1 to pas-start.

           if pasi-cititi = numar-pasi then;
           move data-control to data-ultima;
           else
           move 0 to data-ultima;
           end-if.
           perform verifica-data-ultima.

           move 1 to pas-ix.
           perform reseteaza-pas until pas-ix > numar-pasi.

           perform salveaza-control.

           Display "Rulare noua pentru data " data-rulare
               " (ultima rulare completa: " data-ultima ").".

       verifica-data-ultima.

           if data-ultima = 0 or data-ultima >= data-rulare then;
           compute data-ultima = Function DATE-OF-INTEGER
               (Function INTEGER-OF-DATE (data-rulare) - 1);
           end-if.

       reseteaza-pas.

           move "N" to tp-stare(pas-ix).
           move 0 to tp-cod(pas-ix).
           move 0 to tp-start(pas-ix).
           move 0 to tp-stop(pas-ix).
           add 1 to pas-ix.

       salveaza-control.

           open output control-file.
           move 1 to pas-ix.
           perform scrie-control until pas-ix > numar-pasi.
           close control-file.

       scrie-control.

           move spaces to CONTROL-RECORD.
           move pas-ix to NC-PAS.
           move tp-nume(pas-ix) to NC-NUME.
           move data-rulare to NC-DATA.
           move tp-stare(pas-ix) to NC-STARE.
           move tp-cod(pas-ix) to NC-COD.
           move tp-start(pas-ix) to NC-START.
           move tp-stop(pas-ix) to NC-STOP.
           move data-ultima to NC-ULTIMA.
           write control-record.
           add 1 to pas-ix.

       calculeaza-sfarsit-luna.

           move 0 to luni-incheiate.
           perform incepe-zilele.
           perform numara-sfarsit-luna until zi-int > zi-int-stop.

       incepe-zilele.

           compute zi-int = Function INTEGER-OF-DATE (data-ultima) + 1.
           compute zi-int-stop = Function INTEGER-OF-DATE (data-rulare).

       numara-sfarsit-luna.

           perform verifica-zi-sfarsit-luna.
           if zi-sfarsit = 1 then;
           add 1 to luni-incheiate;
           end-if.
           add 1 to zi-int.

       verifica-zi-sfarsit-luna.

           compute zi-curenta = Function DATE-OF-INTEGER (zi-int).
           compute zi-urmatoare = Function DATE-OF-INTEGER
               (zi-int + 1).

           if zi-urmatoare(7:2) = "01" then;
           move 1 to zi-sfarsit;
           move zi-curenta(1:6) to luna-rulare;
           else
           move 0 to zi-sfarsit;
           end-if.

       executa-pas.

           move Function CURRENT-DATE to dat.
           move dat(1:14) to tp-start(pas-curent).
           move 0 to tp-stop(pas-curent).
           move "N" to tp-stare(pas-curent).
           perform salveaza-control.
           perform afla-moment.
           move moment-afisat to moment-start.

           Display " ".
           Display "Pasul " pas-curent ": " tp-nume(pas-curent).

           move 0 to cod-pas.
           move 0 to pas-sarit.

           evaluate pas-curent
             when 1 perform pas-integritate
             when 2 perform pas-verificare
             when 3 perform pas-clasament
             when 4 perform pas-buletin
             when 5 perform pas-arhivare
             when 6 perform pas-expirare
           end-evaluate.

           if cod-pas > 999 then;
           move 999 to tp-cod(pas-curent);
           else
           move cod-pas to tp-cod(pas-curent);
           end-if.

           evaluate true
             when pas-sarit = 1
               move "S" to tp-stare(pas-curent)
             when cod-pas = 0
               move "O" to tp-stare(pas-curent)
             when cod-pas = 4
               move "A" to tp-stare(pas-curent)
               move 1 to avertismente
             when other
               move "E" to tp-stare(pas-curent)
               move 1 to oprire
           end-evaluate.

           move Function CURRENT-DATE to dat.
           move dat(1:14) to tp-stop(pas-curent).
           perform salveaza-control.

           perform scrie-log-pas.

           Display "Pasul " pas-curent " terminat: " stare-afisata
               " (cod " tp-cod(pas-curent) ")".

           add 1 to pas-curent.

       pas-integritate.

           compute data-limita = Function DATE-OF-INTEGER
               (Function INTEGER-OF-DATE (data-rulare) - 30).

           open output raspuns-file.
           move spaces to RASPUNS-RECORD.
           move data-limita to RASPUNS-RECORD.
           write raspuns-record.
           move "D" to RASPUNS-RECORD.
           write raspuns-record.
           close raspuns-file.

           move "./IntegritateAvioanele" to program-pas.
           perform ruleaza-program.

       pas-verificare.

           move 0 to sesiuni-verificate.
           move 0 to cod-maxim.

           open input sesiuni-file.
           if sesiuni-status not = "00" then;
           continue;
           else
           move "00" to sesiuni-status;
           perform citeste-sesiune until sesiuni-status = "10";
           close sesiuni-file;
           end-if.

           move cod-maxim to cod-pas.

           Display "Sesiuni inchise dupa " data-ultima " pana la "
               data-rulare " verificate: " sesiuni-verificate.

       citeste-sesiune.

           read sesiuni-file next record
               at end move "10" to sesiuni-status
               not at end perform verifica-sesiune
           end-read.

       verifica-sesiune.

           if SE-STARE = "T" and SE-ID is numeric
               and SE-INCHIS is numeric then;
           if SE-INCHIS > data-ultima and SE-INCHIS <= data-rulare
               and SE-ID > 0 then;
           add 1 to sesiuni-verificate;
           open output raspuns-file;
           move spaces to RASPUNS-RECORD;
           move SE-ID to RASPUNS-RECORD;
           write raspuns-record;
           move "N" to RASPUNS-RECORD;
           write raspuns-record;
           close raspuns-file;
           move "./VerificareAvioanele" to program-pas;
           perform ruleaza-program;
           if cod-pas > cod-maxim then;
           move cod-pas to cod-maxim;
           end-if;
           end-if;
           end-if.

       pas-clasament.

           open output raspuns-file.
           close raspuns-file.

           move "./ClasamentAvioanele" to program-pas.
           perform ruleaza-program.

       pas-buletin.

           if luni-incheiate = 0 then;
           move 1 to pas-sarit;
           Display "Niciun sfarsit de luna dupa " data-ultima
               "; buletinul se sare.";
           else
           move 0 to cod-maxim;
           perform incepe-zilele;
           perform buletin-zi until zi-int > zi-int-stop;
           move cod-maxim to cod-pas;
           end-if.

       buletin-zi.

           perform verifica-zi-sfarsit-luna.

           if zi-sfarsit = 1 then;
           open output raspuns-file;
           move spaces to RASPUNS-RECORD;
           move luna-rulare to RASPUNS-RECORD;
           write raspuns-record;
           close raspuns-file;
           Display "Buletinul lunii " luna-rulare ".";
           move "./BuletinAvioanele" to program-pas;
           perform ruleaza-program;
           if cod-pas > cod-maxim then;
           move cod-pas to cod-maxim;
           end-if;
           end-if.

           add 1 to zi-int.

       pas-arhivare.

           if luni-incheiate = 0 then;
           move 1 to pas-sarit;
           Display "Niciun sfarsit de luna dupa " data-ultima
               "; arhivarea se sare.";
           else
           move 0 to cod-maxim;
           perform incepe-zilele;
           perform arhiveaza-zi until zi-int > zi-int-stop;
           move cod-maxim to cod-pas;
           end-if.

       arhiveaza-zi.

           perform verifica-zi-sfarsit-luna.

           if zi-sfarsit = 1 then;
           open output raspuns-file;
           move spaces to RASPUNS-RECORD;
           string luna-rulare "01" delimited by size
               into RASPUNS-RECORD;
           write raspuns-record;
           close raspuns-file;
           Display "Arhivam luna " luna-rulare ".";
           move "./ArhivareAvioanele" to program-pas;
           perform ruleaza-program;
           if cod-pas > cod-maxim then;
           move cod-pas to cod-maxim;
           end-if;
           end-if.

           add 1 to zi-int.

       pas-expirare.

           open output raspuns-file.
           move spaces to RASPUNS-RECORD.
           move 30 to RASPUNS-RECORD(1:2).
           write raspuns-record.
           close raspuns-file.

           move "./ExpirareAvioanele" to program-pas.
           perform ruleaza-program.

       ruleaza-program.

           perform afla-moment.

           open extend lista-file.
           if lista-status = "35" then;
           open output lista-file;
           end-if.
           move spaces to LISTA-RECORD.
           string "====== " moment-afisat " " program-pas
               " ======" delimited by size into LISTA-RECORD.
           write lista-record.
           close lista-file.

           move spaces to comanda.
           string program-pas delimited by space
               " < NOAPTE.RSP >> NOAPTE.LST 2>&1"
               delimited by size into comanda.

           call "SYSTEM" using comanda.

           compute cod-pas = return-code / 256.
           move 0 to return-code.

       afla-moment.

           move Function CURRENT-DATE to dat.
           move spaces to moment-afisat.
           string dat(1:4) "-" dat(5:2) "-" dat(7:2) " "
               dat(9:2) ":" dat(11:2) ":" dat(13:2)
               delimited by size into moment-afisat.

       numara-inainte.

           move "GAMELOG.DAT" to numarat-nume.
           perform numara-fisier.
           move numar-citit to gamelog-inainte.
           perform numara-ratings.
           move numar-citit to ratings-inainte.
           move "REJECT.DAT" to numarat-nume.
           perform numara-fisier.
           move numar-citit to reject-inainte.
           perform numara-sesiuni.
           move numar-citit to sesiuni-inainte.

       numara-dupa.

           move "GAMELOG.DAT" to numarat-nume.
           perform numara-fisier.
           move numar-citit to gamelog-dupa.
           perform numara-ratings.
           move numar-citit to ratings-dupa.
           move "REJECT.DAT" to numarat-nume.
           perform numara-fisier.
           move numar-citit to reject-dupa.
           perform numara-sesiuni.
           move numar-citit to sesiuni-dupa.

       numara-fisier.

           move 0 to numar-citit.

           open input numarat-file.
           if numarat-status not = "00" then;
           continue;
           else
           move "00" to numarat-status;
           perform citeste-numarat until numarat-status = "10";
           close numarat-file;
           end-if.

       citeste-numarat.

           read numarat-file
               at end move "10" to numarat-status
               not at end add 1 to numar-citit
           end-read.

       numara-ratings.

           move 0 to numar-citit.

           open input ratings-file.
           if ratings-status = "00" then;
           perform citeste-numarat-rating
               until ratings-status = "10";
           close ratings-file;
           end-if.

       citeste-numarat-rating.

           read ratings-file next record
               at end move "10" to ratings-status
               not at end add 1 to numar-citit
           end-read.

       numara-sesiuni.

           move 0 to numar-citit.

           open input sesiuni-file.
           if sesiuni-status = "00" then;
           perform citeste-numarat-sesiune
               until sesiuni-status = "10";
           close sesiuni-file;
           end-if.

       citeste-numarat-sesiune.

           read sesiuni-file next record
               at end move "10" to sesiuni-status
               not at end add 1 to numar-citit
           end-read.

       scrie-log.

           open extend log-file.
           if log-status = "35" then;
           open output log-file;
           end-if.
           move linie to LOG-RECORD.
           write log-record.
           close log-file.

       scrie-log-start.

           perform afla-moment.

           move spaces to linie.
           string moment-afisat " START   rulare " data-rulare
               " de la pasul " pas-start
               " (sesiuni inchise dupa " data-ultima ")"
               delimited by size into linie.
           perform scrie-log.

           move spaces to linie.
           string moment-afisat " INAINTE GAMELOG=" gamelog-inainte
               " RATINGS=" ratings-inainte
               " REJECT=" reject-inainte
               " SESIUNI=" sesiuni-inainte
               delimited by size into linie.
           perform scrie-log.

       scrie-log-pas.

           perform afla-moment.

           evaluate tp-stare(pas-curent)
             when "O" move "OK" to stare-afisata
             when "A" move "AVERTISMENT" to stare-afisata
             when "S" move "SARIT" to stare-afisata
             when other move "EROARE" to stare-afisata
           end-evaluate.

           move spaces to linie.
           string moment-afisat " PAS " pas-curent " "
               tp-nume(pas-curent) " " moment-start(12:8)
               "-" moment-afisat(12:8)
               " cod " tp-cod(pas-curent) " " stare-afisata
               delimited by size into linie.
           perform scrie-log.

       scrie-log-sfarsit.

           perform afla-moment.

           evaluate true
             when oprire = 1 move "OPRITA" to rezultat-afisat
             when avertismente = 1 move "AVERTISMENTE"
                 to rezultat-afisat
             when other move "OK" to rezultat-afisat
           end-evaluate.

           move spaces to linie.
           string moment-afisat " DUPA    GAMELOG=" gamelog-dupa
               " RATINGS=" ratings-dupa
               " REJECT=" reject-dupa
               " SESIUNI=" sesiuni-dupa
               delimited by size into linie.
           perform scrie-log.

           move spaces to linie.
           if oprire = 1 then;
           string moment-afisat " SFARSIT rulare " data-rulare
               " " rezultat-afisat " la pasul " pas-curent
               " - se reia de aici la urmatoarea rulare"
               delimited by size into linie;
           else
           string moment-afisat " SFARSIT rulare " data-rulare
               " " rezultat-afisat
               delimited by size into linie;
           end-if.
           perform scrie-log.

       afiseaza-rezumat.

           Display " ".
           Display "====== Rezumatul rularii " data-rulare " ======".
           Display "Pas / Program / Stare / Cod".
           move 1 to pas-ix.
           perform afiseaza-pas until pas-ix > numar-pasi.
           Display " ".
           Display "GAMELOG " gamelog-inainte " -> " gamelog-dupa
               "   RATINGS " ratings-inainte " -> " ratings-dupa.
           Display "REJECT  " reject-inainte " -> " reject-dupa
               "   SESIUNI " sesiuni-inainte " -> " sesiuni-dupa.
           Display "Rezultat: " rezultat-afisat
               " (detalii in NOAPTE.LOG si NOAPTE.LST)".

       afiseaza-pas.

           evaluate tp-stare(pas-ix)
             when "O" move "OK" to stare-afisata
             when "A" move "AVERTISMENT" to stare-afisata
             when "S" move "SARIT" to stare-afisata
             when "E" move "EROARE" to stare-afisata
             when other move "NERULAT" to stare-afisata
           end-evaluate.

           Display pas-ix " / " tp-nume(pas-ix) " / " stare-afisata
               " / " tp-cod(pas-ix).
           add 1 to pas-ix.
