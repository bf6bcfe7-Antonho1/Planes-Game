000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. Arbitraj.
000003 ENVIRONMENT DIVISION.
000004 CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-STATUS.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.
           SELECT SERIES-FILE ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-ID
               FILE STATUS IS SERIES-STATUS.
           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHEIE
               FILE STATUS IS FIXTURES-STATUS.
           SELECT MECIURI-FILE ASSIGN TO "MECIURI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-ID
               FILE STATUS IS MECIURI-STATUS.
           SELECT CUPA-FILE ASSIGN TO "CUPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUPA-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-ID
               FILE STATUS IS RATINGS-STATUS.
           SELECT KEEP-FILE ASSIGN TO "ARBITRAJ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEEP-STATUS.
000005 DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05 DP-ID         pic 9(4).
           05 filler        pic x.
           05 DP-MECI       pic 9(4).
           05 filler        pic x.
           05 DP-DEPUS      pic 9(4).
           05 filler        pic x.
           05 DP-DATA       pic 9(8).
           05 filler        pic x.
           05 DP-STARE      pic x.
           05 filler        pic x.
           05 DP-MOTIV      pic x(40).
           05 filler        pic x.
           05 DP-CONSTATARI pic x(70).
           05 filler        pic x.
           05 DP-REZ-NOU    pic x.
           05 filler        pic x.
           05 DP-CASTIG     pic 9(4).
           05 filler        pic x.
           05 DP-DECIS      pic 9(8).
       FD  GAMELOG-FILE.
       01  GAMELOG-RECORD pic x(80).
       FD  SERIES-FILE.
       01  SERIES-RECORD.
           05 SR-ID     pic 9(4).
           05 filler    pic x.
           05 SR-JUC1   pic 9(4).
           05 filler    pic x.
           05 SR-JUC2   pic 9(4).
           05 filler    pic x.
           05 SR-BESTOF pic 9.
           05 filler    pic x.
           05 SR-SCOR1  pic 99.
           05 filler    pic x.
           05 SR-SCOR2  pic 99.
           05 filler    pic x.
           05 SR-STARE  pic x.
       FD  FIXTURES-FILE.
       01  FIXTURES-RECORD.
           05 LG-CHEIE.
              10 LG-ETAPA pic 99.
              10 filler   pic x.
              10 LG-JUC1  pic 9(4).
              10 filler   pic x.
              10 LG-JUC2  pic 9(4).
           05 filler   pic x.
           05 LG-STARE pic x.
           05 filler   pic x.
           05 LG-REZ   pic x.
       FD  MECIURI-FILE.
       01  MECIURI-RECORD.
           05 MC-ID        pic 9(4).
           05 filler       pic x.
           05 MC-DATA      pic 9(8).
           05 filler       pic x.
           05 MC-MARIME    pic 99.
           05 filler       pic x.
           05 MC-AVIOANE   pic 9.
           05 filler       pic x.
           05 MC-VECINI    pic 9.
           05 filler       pic x.
           05 MC-BUGET     pic 999.
           05 filler       pic x.
           05 MC-MODSCHIMB pic x.
           05 filler       pic x.
           05 MC-DIFIC     pic 9.
           05 filler       pic x.
           05 MC-JE        pic 9(4).
           05 filler       pic x.
           05 MC-JA        pic 9(4).
           05 filler       pic x.
           05 MC-SERIE     pic 9(4).
           05 filler       pic x.
           05 MC-ETAPA     pic 99.
           05 filler       pic x.
           05 MC-RUNDA     pic 9.
           05 filler       pic x(14).
       FD  CUPA-FILE.
       01  CUPA-RECORD.
           05 CP-RUNDA  pic 9.
           05 filler    pic x.
           05 CP-POZ    pic 999.
           05 filler    pic x.
           05 CP-JUC1   pic 9(4).
           05 filler    pic x.
           05 CP-JUC2   pic 9(4).
           05 filler    pic x.
           05 CP-STARE  pic x.
           05 filler    pic x.
           05 CP-CASTIG pic 9(4).
           05 filler    pic x.
           05 CP-MECI   pic 9(4).
           05 filler    pic x.
           05 CP-DATA   pic 9(8).
       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-ID         pic 9(4).
           05 filler        pic x(30).
       FD  KEEP-FILE.
       01  KEEP-RECORD pic x(160).

       Working-Storage Section.
       01  dispute-status pic xx value "00".
       01  gamelog-status pic xx value "00".
       01  series-status pic xx value "00".
       01  fixtures-status pic xx value "00".
       01  meciuri-status pic xx value "00".
       01  cupa-status pic xx value "00".
       01  ratings-status pic xx value "00".
       01  keep-status pic xx value "00".
       01  deschise pic 9(4) value 0.
       01  gata pic 9 value 0.
       01  dispute-aleasa pic 9(4) value 0.
       01  dispute-aleasa-x pic x(4).
       01  dispute-gasita pic 9 value 0.
       01  ct-id pic 9(4).
       01  ct-meci pic 9(4).
       01  ct-depus pic 9(4).
       01  ct-data pic 9(8).
       01  ct-stare pic x.
       01  ct-motiv pic x(40).
       01  ct-constatari pic x(70).
       01  decizie pic x.
       01  stare-noua pic x.
       01  rez-nou pic x.
       01  rez-ok pic 9.
       01  castigator-nou pic 9(4).
       01  rezultat-vechi pic x.
       01  castigator-vechi pic 9(4).
       01  linii-meci pic 99 value 0.
       01  je1 pic 9(4).
       01  ja1 pic 9(4).
       01  rez1 pic x.
       01  serie-meci pic 9(4) value 0.
       01  etapa-meci pic 99 value 0.
       01  runda-meci pic 9 value 0.
       01  cupa-gasit pic 9 value 0.
       01  cupa-blocata pic 9 value 0.
       01  cupa-runda pic 9.
       01  cupa-poz pic 999.
       01  cupa-urm-gasit pic 9 value 0.
       01  cupa-runda-urm pic 9.
       01  cupa-poz-urm pic 999.
       01  cupa-urm-stare pic x.
       01  cupa-jucator-urm pic 9(4).
       01  cupa-corectate pic 99 value 0.
       01  fixture-gasita pic 9 value 0.
       01  linie pic x(80).
       01  glog-je pic 9(4).
       01  glog-ja pic 9(4).
       01  glog-meci pic 9(4).
       01  castiga-je pic 9.
       01  litera-noua pic x.
       01  gamelog-corectate pic 99 value 0.
       01  serie-necesar pic 9.
       01  ratinguri-de-refacut pic 9 value 0.
       01  comanda pic x(80).
       01  dat pic x(22).
       01  rez-afisat pic x(12).

000006 PROCEDURE DIVISION.

           Display " ".
           Display "====== Arbitraj - contestatii deschise ======".

           perform listeaza-deschise.

           if deschise = 0 then;
           Display "Nicio contestatie deschisa.";
           STOP RUN;
           end-if.

           move 0 to gata.
           perform arbitreaza until gata = 1.

           if ratinguri-de-refacut = 1 then;
           perform recalculeaza-ratinguri;
           end-if.

           STOP RUN.

       listeaza-deschise.

           move 0 to deschise.

           open input dispute-file.
           if dispute-status not = "00" then;
           continue;
           else
           Display "ID / Meci / Depusa de / Data / Motiv";
           move "00" to dispute-status;
           perform citeste-disputa-lista until dispute-status = "10";
           close dispute-file;
           end-if.

       citeste-disputa-lista.

           read dispute-file
               at end move "10" to dispute-status
               not at end perform afiseaza-disputa
           end-read.

       afiseaza-disputa.

           if DP-STARE = "D" then;
           add 1 to deschise;
           Display DP-ID " / " DP-MECI " / " DP-DEPUS " / "
               DP-DATA " / " DP-MOTIV;
           Display "     Verificare: " DP-CONSTATARI;
           end-if.

       arbitreaza.

           Display " ".
           Display "ID-ul contestatiei de judecat (0=iesire):".
           Accept dispute-aleasa-x FROM CONSOLE.

           if FUNCTION TEST-NUMVAL(dispute-aleasa-x) not = 0 then;
           Display "ID invalid. Tasteaza un numar"
               " intre 0 si 9999.";
           else
           move FUNCTION NUMVAL(dispute-aleasa-x) to dispute-aleasa;
           if dispute-aleasa = 0 then;
           move 1 to gata;
           else
           perform judeca-contestatie;
           end-if;
           end-if.

       judeca-contestatie.

           perform gaseste-contestatie.

           if dispute-gasita = 0 then;
           Display "Contestatia " dispute-aleasa " nu exista.";
           else
           if ct-stare not = "D" then;
           Display "Contestatia " ct-id " a fost deja judecata"
               " (stare " ct-stare ").";
           else
           perform prezinta-contestatie;
           perform cere-decizie;
           end-if;
           end-if.

       gaseste-contestatie.

           move 0 to dispute-gasita.

           open input dispute-file.
           if dispute-status not = "00" then;
           continue;
           else
           move "00" to dispute-status;
           perform citeste-disputa-cautata
               until dispute-status = "10";
           close dispute-file;
           end-if.

       citeste-disputa-cautata.

           read dispute-file
               at end move "10" to dispute-status
               not at end perform retine-disputa
           end-read.

       retine-disputa.

           if DP-ID = dispute-aleasa then;
           move 1 to dispute-gasita;
           move DP-ID to ct-id;
           move DP-MECI to ct-meci;
           move DP-DEPUS to ct-depus;
           move DP-DATA to ct-data;
           move DP-STARE to ct-stare;
           move DP-MOTIV to ct-motiv;
           move DP-CONSTATARI to ct-constatari;
           end-if.

       prezinta-contestatie.

           Display " ".
           Display "Contestatia " ct-id " pentru meciul " ct-meci
               ", depusa de " ct-depus " la " ct-data.
           Display "Motiv     : " ct-motiv.
           Display "Verificare: " ct-constatari.
           Display " ".
           Display "Liniile meciului in GAMELOG.DAT:".

           move 0 to linii-meci.
           move 0 to je1.
           move 0 to ja1.
           move space to rez1.

           open input gamelog-file.
           if gamelog-status not = "00" then;
           continue;
           else
           move "00" to gamelog-status;
           perform citeste-gamelog-meci until gamelog-status = "10";
           close gamelog-file;
           end-if.

           if linii-meci = 0 then;
           Display "  (niciuna - meciul lipseste sau a fost arhivat)";
           end-if.

           evaluate rez1
             when "C" move "E" to rezultat-vechi
             when "V" move "E" to rezultat-vechi
             when "K" move "E" to rezultat-vechi
             when "R" move "R" to rezultat-vechi
             when other move "A" to rezultat-vechi
           end-evaluate.

           evaluate rezultat-vechi
             when "E" move je1 to castigator-vechi
             when "A" move ja1 to castigator-vechi
             when other move 0 to castigator-vechi
           end-evaluate.

           perform cauta-meci-master.

           if serie-meci > 0 then;
           Display "Meciul face parte din seria " serie-meci ".";
           end-if.
           if etapa-meci > 0 then;
           Display "Meciul este etapa " etapa-meci " din liga.";
           end-if.
           if runda-meci > 0 then;
           Display "Meciul este din runda " runda-meci " a cupei.";
           end-if.

       citeste-gamelog-meci.

           read gamelog-file
               at end move "10" to gamelog-status
               not at end perform verifica-linie-meci
           end-read.

       verifica-linie-meci.

           move GAMELOG-RECORD to linie.
           perform extrage-linie.

           if glog-meci = ct-meci and glog-meci > 0 then;
           Display "  " linie;
           if linii-meci = 0 then;
           move glog-je to je1;
           move glog-ja to ja1;
           move linie(21:1) to rez1;
           end-if;
           add 1 to linii-meci;
           end-if.

       extrage-linie.

           move 0 to glog-je.
           move 0 to glog-ja.
           move 0 to glog-meci.
           if linie(48:4) is numeric then;
           move linie(48:4) to glog-je;
           end-if.
           if linie(56:4) is numeric then;
           move linie(56:4) to glog-ja;
           end-if.
           if linie(60:6) = " MECI=" and linie(66:4) is numeric then;
           move linie(66:4) to glog-meci;
           end-if.

       cauta-meci-master.

           move 0 to serie-meci.
           move 0 to etapa-meci.
           move 0 to runda-meci.

           open input meciuri-file.
           if meciuri-status not = "00" then;
           continue;
           else
           move ct-meci to MC-ID;
           read meciuri-file
               invalid key continue
               not invalid key perform retine-meci-master
           end-read;
           close meciuri-file;
           end-if.

       retine-meci-master.

           if MC-SERIE is numeric then;
           move MC-SERIE to serie-meci;
           end-if.
           if MC-ETAPA is numeric then;
           move MC-ETAPA to etapa-meci;
           end-if.
           if MC-RUNDA is numeric then;
           move MC-RUNDA to runda-meci;
           end-if.

       cere-decizie.

           Display " ".
           Display "Decizia: A=admisa (rezultatul se corecteaza),"
               " R=respinsa, 0=amanata".
           Accept decizie FROM CONSOLE.
           move FUNCTION UPPER-CASE(decizie) to decizie.

           move space to rez-nou.
           move 0 to castigator-nou.

           evaluate decizie
             when "R"
               move "R" to stare-noua
               perform inchide-contestatie
             when "A"
               if linii-meci = 0 then;
               Display "Rezultatul nu se poate corecta: meciul nu"
                   " mai are linii in GAMELOG.DAT.";
               Display "Contestatia ramane deschisa.";
               else
               perform cere-rezultat-corect;
               perform verifica-cupa;
               if cupa-blocata = 1 then;
               Display "Rezultatul nu se poate corecta: meciul"
                   " urmator din cupa (runda " cupa-runda-urm
                   ", meciul " cupa-poz-urm ") s-a jucat deja.";
               Display "Contestatia ramane deschisa.";
               else
               perform aplica-corectura;
               move "A" to stare-noua;
               perform inchide-contestatie;
               end-if;
               end-if
             when other
               Display "Contestatia ramane deschisa."
           end-evaluate.

       cere-rezultat-corect.

           move 0 to rez-ok.
           perform cere-rezultat until rez-ok = 1.

           evaluate rez-nou
             when "E" move je1 to castigator-nou
             when "A" move ja1 to castigator-nou
             when other move 0 to castigator-nou
           end-evaluate.

       cere-rezultat.

           Display "Rezultatul corect: E=castiga " je1
               ", A=castiga " ja1 ", R=remiza".
           Accept rez-nou FROM CONSOLE.
           move FUNCTION UPPER-CASE(rez-nou) to rez-nou.

           if rez-nou = "E" or "A" or "R" then;
           move 1 to rez-ok;
           else
           Display "Raspuns invalid.";
           end-if.

       aplica-corectura.

           if rez-nou = rezultat-vechi then;
           Display "Rezultatul inregistrat este deja acesta;"
               " nu se modifica nimic.";
           else
           perform corecteaza-gamelog;
           if serie-meci > 0 then;
           perform corecteaza-serie;
           end-if;
           if etapa-meci > 0 then;
           perform corecteaza-fixture;
           end-if;
           if cupa-gasit = 1 then;
           perform corecteaza-cupa;
           else
           if runda-meci > 0 then;
           Display "CUPA.DAT nu are inca meciul trecut; Cupa il"
               " va prelua din GAMELOG.DAT corectat.";
           end-if;
           end-if;
           move 1 to ratinguri-de-refacut;
           end-if.

       corecteaza-gamelog.

           move 0 to gamelog-corectate.

           open input gamelog-file.
           open output keep-file.
           move "00" to gamelog-status.
           perform copiaza-gamelog until gamelog-status = "10".
           close gamelog-file.
           close keep-file.

           open input keep-file.
           open output gamelog-file.
           move "00" to keep-status.
           perform copiaza-in-gamelog until keep-status = "10".
           close keep-file.
           close gamelog-file.

           perform sterge-temporar.

           Display "GAMELOG.DAT: linii corectate: " gamelog-corectate.

       copiaza-gamelog.

           read gamelog-file
               at end move "10" to gamelog-status
               not at end perform corecteaza-linie
           end-read.

       corecteaza-linie.

           move GAMELOG-RECORD to linie.
           perform extrage-linie.

           if glog-meci = ct-meci and glog-meci > 0 then;
           if rez-nou = "R" then;
           move "R" to litera-noua;
           else
           move 0 to castiga-je;
           if glog-je not = glog-ja then;
           if glog-je = castigator-nou then;
           move 1 to castiga-je;
           end-if;
           else
           if rez-nou = "E" then;
           move 1 to castiga-je;
           end-if;
           end-if;
           move linie(21:1) to litera-noua;
           if castiga-je = 1 then;
           if litera-noua not = "C" and not = "V"
               and not = "K" then;
           move "C" to litera-noua;
           end-if;
           else
           if litera-noua not = "P" and not = "T"
               and not = "A" then;
           move "P" to litera-noua;
           end-if;
           end-if;
           end-if;
           if litera-noua not = linie(21:1) then;
           move litera-noua to linie(21:1);
           add 1 to gamelog-corectate;
           end-if;
           end-if.

           write KEEP-RECORD from linie.

       copiaza-in-gamelog.

           read keep-file
               at end move "10" to keep-status
               not at end write GAMELOG-RECORD from KEEP-RECORD
           end-read.

       corecteaza-serie.

           open i-o series-file.
           if series-status not = "00" then;
           Display "SERIES.DAT nu exista; seria nu se corecteaza.";
           else
           move serie-meci to SR-ID;
           read series-file
               invalid key Display "Seria " serie-meci
                   " nu exista in SERIES.DAT; nu se corecteaza."
               not invalid key perform corecteaza-scor-serie
           end-read;
           close series-file;
           end-if.

       corecteaza-scor-serie.

           if rezultat-vechi not = "R" then;
           if castigator-vechi = SR-JUC1 and SR-SCOR1 > 0 then;
           subtract 1 from SR-SCOR1;
           else
           if castigator-vechi = SR-JUC2 and SR-SCOR2 > 0 then;
           subtract 1 from SR-SCOR2;
           end-if;
           end-if;
           end-if.
           if rez-nou not = "R" then;
           if castigator-nou = SR-JUC1 then;
           add 1 to SR-SCOR1;
           else
           if castigator-nou = SR-JUC2 then;
           add 1 to SR-SCOR2;
           end-if;
           end-if;
           end-if.
           compute serie-necesar = SR-BESTOF / 2 + 1.
           if SR-SCOR1 >= serie-necesar
               or SR-SCOR2 >= serie-necesar then;
           move "T" to SR-STARE;
           else
           move "D" to SR-STARE;
           end-if.

           rewrite series-record
               invalid key Display "SERIES.DAT: seria " SR-ID
                   " nu a putut fi rescrisa, status " series-status
               not invalid key Display "SERIES.DAT: seria " SR-ID
                   " are acum scorul " SR-SCOR1 "-" SR-SCOR2
                   " (stare " SR-STARE ")."
           end-rewrite.

       corecteaza-fixture.

           move 0 to fixture-gasita.

           open i-o fixtures-file.
           if fixtures-status not = "00" then;
           Display "FIXTURES.DAT nu exista; etapa nu se corecteaza.";
           else
           move spaces to FIXTURES-RECORD;
           move etapa-meci to LG-ETAPA;
           move je1 to LG-JUC1;
           move ja1 to LG-JUC2;
           perform citeste-fixture-meci;
           if fixture-gasita = 0 then;
           move spaces to FIXTURES-RECORD;
           move etapa-meci to LG-ETAPA;
           move ja1 to LG-JUC1;
           move je1 to LG-JUC2;
           perform citeste-fixture-meci;
           end-if;
           if fixture-gasita = 0 then;
           Display "Etapa " etapa-meci " nu exista in FIXTURES.DAT;"
               " nu se corecteaza.";
           end-if;
           close fixtures-file;
           end-if.

       citeste-fixture-meci.

           read fixtures-file
               invalid key move 0 to fixture-gasita
               not invalid key perform corecteaza-rez-fixture
           end-read.

       corecteaza-rez-fixture.

           move 1 to fixture-gasita.
           move "J" to LG-STARE.
           evaluate true
             when rez-nou = "R" move "R" to LG-REZ
             when castigator-nou = LG-JUC1 move "1" to LG-REZ
             when other move "2" to LG-REZ
           end-evaluate.

           rewrite fixtures-record
               invalid key Display "FIXTURES.DAT: etapa " LG-ETAPA
                   " nu a putut fi rescrisa, status " fixtures-status
               not invalid key Display "FIXTURES.DAT: etapa "
                   LG-ETAPA " are acum rezultatul " LG-REZ "."
           end-rewrite.

       verifica-cupa.

           move 0 to cupa-gasit.
           move 0 to cupa-blocata.
           move 0 to cupa-urm-gasit.

           if rez-nou not = rezultat-vechi then;
           open input cupa-file;
           if cupa-status = "00" then;
           perform citeste-cupa-meci until cupa-status = "10";
           close cupa-file;
           end-if;
           end-if.

           if cupa-gasit = 1 then;
           compute cupa-runda-urm = cupa-runda + 1;
           compute cupa-poz-urm = (cupa-poz + 1) / 2;
           open input cupa-file;
           perform citeste-cupa-urmator until cupa-status = "10";
           close cupa-file;
           if cupa-urm-gasit = 1 and cupa-urm-stare = "J" then;
           move 1 to cupa-blocata;
           end-if;
           end-if.

       citeste-cupa-meci.

           read cupa-file
               at end move "10" to cupa-status
               not at end perform retine-cupa-meci
           end-read.

       retine-cupa-meci.

           if CP-STARE = "J" and CP-MECI = ct-meci then;
           move 1 to cupa-gasit;
           move CP-RUNDA to cupa-runda;
           move CP-POZ to cupa-poz;
           end-if.

       citeste-cupa-urmator.

           read cupa-file
               at end move "10" to cupa-status
               not at end perform retine-cupa-urmator
           end-read.

       retine-cupa-urmator.

           if CP-RUNDA = cupa-runda-urm and CP-POZ = cupa-poz-urm then;
           move 1 to cupa-urm-gasit;
           move CP-STARE to cupa-urm-stare;
           end-if.

       corecteaza-cupa.

           move 0 to cupa-corectate.

           if rez-nou = "R" then;
           move 0 to cupa-jucator-urm;
           else
           move castigator-nou to cupa-jucator-urm;
           end-if.

           open input cupa-file.
           open output keep-file.
           move "00" to cupa-status.
           perform copiaza-cupa until cupa-status = "10".
           close cupa-file.
           close keep-file.

           open input keep-file.
           open output cupa-file.
           move "00" to keep-status.
           perform copiaza-in-cupa until keep-status = "10".
           close keep-file.
           close cupa-file.

           perform sterge-temporar.

           if rez-nou = "R" then;
           Display "CUPA.DAT: runda " cupa-runda ", meciul " cupa-poz
               " se rejoaca (remiza nu decide meciul de cupa).";
           else
           Display "CUPA.DAT: runda " cupa-runda ", meciul " cupa-poz
               " castigat acum de " castigator-nou ".";
           end-if.
           Display "CUPA.DAT: linii corectate: " cupa-corectate.

       copiaza-cupa.

           read cupa-file
               at end move "10" to cupa-status
               not at end perform corecteaza-linie-cupa
           end-read.

       corecteaza-linie-cupa.

           if CP-RUNDA = cupa-runda and CP-POZ = cupa-poz then;
           if rez-nou = "R" then;
           move "N" to CP-STARE;
           move 0 to CP-CASTIG;
           move 0 to CP-MECI;
           else
           move castigator-nou to CP-CASTIG;
           end-if;
           add 1 to cupa-corectate;
           end-if.

           if cupa-urm-gasit = 1 and CP-RUNDA = cupa-runda-urm
               and CP-POZ = cupa-poz-urm then;
           if Function MOD (cupa-poz, 2) = 1 then;
           move cupa-jucator-urm to CP-JUC1;
           else
           move cupa-jucator-urm to CP-JUC2;
           end-if;
           if cupa-jucator-urm = 0 then;
           move 0 to CP-DATA;
           end-if;
           add 1 to cupa-corectate;
           end-if.

           write KEEP-RECORD from CUPA-RECORD.

       copiaza-in-cupa.

           read keep-file
               at end move "10" to keep-status
               not at end write CUPA-RECORD from KEEP-RECORD
           end-read.

       inchide-contestatie.

           move Function CURRENT-DATE to dat.

           open input dispute-file.
           open output keep-file.
           move "00" to dispute-status.
           perform copiaza-disputa until dispute-status = "10".
           close dispute-file.
           close keep-file.

           open input keep-file.
           open output dispute-file.
           move "00" to keep-status.
           perform copiaza-in-dispute until keep-status = "10".
           close keep-file.
           close dispute-file.

           perform sterge-temporar.

           if stare-noua = "A" then;
           move "ADMISA" to rez-afisat;
           else
           move "RESPINSA" to rez-afisat;
           end-if.
           Display "Contestatia " ct-id ": " rez-afisat.

       copiaza-disputa.

           read dispute-file
               at end move "10" to dispute-status
               not at end perform decide-disputa
           end-read.

       decide-disputa.

           if DP-ID = ct-id then;
           move stare-noua to DP-STARE;
           move rez-nou to DP-REZ-NOU;
           move castigator-nou to DP-CASTIG;
           move dat(1:8) to DP-DECIS;
           end-if.

           write KEEP-RECORD from DISPUTE-RECORD.

       copiaza-in-dispute.

           read keep-file
               at end move "10" to keep-status
               not at end write DISPUTE-RECORD from KEEP-RECORD
           end-read.

       sterge-temporar.

           open output keep-file.
           close keep-file.

       recalculeaza-ratinguri.

           Display " ".
           Display "Rezultate corectate; RATINGS.DAT se reface"
               " din tot istoricul.".

           open output ratings-file.
           close ratings-file.

           move "./ClasamentAvioanele" to comanda.
           call "SYSTEM" using comanda.

           if return-code not = 0 then;
           Display "Clasament nu a putut rula acum. RATINGS.DAT"
               " ramane gol si va fi refacut la urmatoarea"
               " rulare Clasament.";
           move 0 to return-code;
           end-if.
