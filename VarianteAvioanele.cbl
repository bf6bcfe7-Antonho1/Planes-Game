000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. Variante.
000003 ENVIRONMENT DIVISION.
000004 CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.
           SELECT MECIURI-FILE ASSIGN TO "MECIURI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-ID
               FILE STATUS IS MECIURI-STATUS.
           SELECT SORT-VARIANTE ASSIGN TO "VARIANTE.SRT".
000005 DATA DIVISION.
       FILE SECTION.
       FD  GAMELOG-FILE.
       01  GAMELOG-RECORD.
           05 GL-AN        pic 9999.
           05 filler       pic x.
           05 GL-LUNA      pic 99.
           05 filler       pic x.
           05 GL-ZI        pic 99.
           05 filler       pic x.
           05 GL-ORA       pic 99.
           05 filler       pic x.
           05 GL-MIN       pic 99.
           05 filler       pic x.
           05 GL-SEC       pic 99.
           05 filler       pic x.
           05 GL-REZULTAT  pic x.
           05 filler       pic x.
           05 GL-TIMP      pic x(8).
           05 filler       pic x(4).
           05 GL-NUMARMEU  pic 99.
           05 filler       pic x(5).
           05 GL-NUMARMADV pic 99.
           05 filler       pic x(4).
           05 GL-ID-EU     pic x(4).
           05 filler       pic x(4).
           05 GL-ID-ADV    pic x(4).
           05 filler       pic x(6).
           05 GL-MECI      pic x(4).
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
           05 filler       pic x(24).
       SD  SORT-VARIANTE.
       01  SORT-RECORD.
           05 SV-MECI      pic 9(4).
           05 SV-ORDINE    pic 9.
           05 SV-GASIT     pic 9.
           05 SV-VARIANTA  pic x(9).
           05 SV-REZULTAT  pic x.
           05 SV-TIMP      pic x(8).

       Working-Storage Section.
       01  gamelog-status pic xx value "00".
       01  meciuri-status pic xx value "00".
       01  meciuri-deschis pic 9 value 0.
       01  sortare-gata pic 9 value 0.
       01  meci-ultim pic 9(4) value 0.
       01  rezultat-je pic x.
       01  varianta-curenta.
           05 vc-marime   pic 99.
           05 vc-avioane  pic 9.
           05 vc-vecini   pic 9.
           05 vc-buget    pic 999.
           05 vc-mod      pic x.
           05 vc-dific    pic 9.
       01  variante-gasite pic 999 value 0.
       01  tabel-variante.
           05 varianta-tabel occurs 100 times.
              10 vt-varianta  pic x(9).
              10 vt-jocuri    pic 9(6).
              10 vt-castiguri pic 9(6).
              10 vt-pierderi  pic 9(6).
              10 vt-remize    pic 9(6).
              10 vt-pierderi-timp  pic 9(6).
              10 vt-castiguri-timp pic 9(6).
              10 vt-durate    pic 9(12).
       01  var-ix pic 999.
       01  var-idx pic 999.
       01  jocuri-fara-reguli pic 9(6) value 0.
       01  jocuri-expirate pic 9(6) value 0.
       01  jocuri-nedistribuite pic 9(6) value 0.
       01  total-jocuri pic 9(6) value 0.
       01  durata-sutimi pic 9(9).
       01  medie-durata pic 9(9).
       01  medie-afisare.
           05 medie-min pic 99.
           05 medie-sec pic 99.
           05 medie-sut pic 99.
       01  procent-castig pic 999v99.
       01  procent-castig-ed pic zz9.99.
       01  vecini-afisat pic x(7).
       01  mod-afisat pic x(9).
       01  dific-afisat pic x(5).

000006 PROCEDURE DIVISION.

           perform raport.

           STOP RUN.

       raport.

           open input gamelog-file.

           if gamelog-status = "35" then;
           Display "Nu exista inca niciun joc inregistrat";
           else
           close gamelog-file;
           sort sort-variante
               on ascending key SV-MECI SV-ORDINE
               input procedure is trimite-jocuri
               output procedure is aduna-jocuri;
           perform afiseaza-rezultate;
           end-if.

       trimite-jocuri.

           move 0 to meciuri-deschis.
           open input meciuri-file.
           if meciuri-status = "00" then;
           move 1 to meciuri-deschis;
           else
           Display "MECIURI.DAT nu exista inca; toate jocurile"
               " apar fara reguli inregistrate.";
           end-if.

           open input gamelog-file.
           move "00" to gamelog-status.
           perform citeste-gamelog until gamelog-status = "10".
           close gamelog-file.

           if meciuri-deschis = 1 then;
           close meciuri-file;
           end-if.

       citeste-gamelog.

           read gamelog-file
               at end move "10" to gamelog-status
               not at end perform filtreaza-joc
           end-read.

       filtreaza-joc.

           if GL-REZULTAT = "X" then;
           add 1 to jocuri-expirate;
           else
           perform trimite-joc;
           end-if.

       trimite-joc.

           move 0 to SV-MECI.
           move 0 to SV-ORDINE.
           move 0 to SV-GASIT.
           move spaces to SV-VARIANTA.
           move GL-REZULTAT to SV-REZULTAT.
           move GL-TIMP to SV-TIMP.

           if GL-MECI is numeric then;
           move GL-MECI to SV-MECI;
           end-if.

           if SV-MECI > 0 and meciuri-deschis = 1 then;
           move SV-MECI to MC-ID;
           read meciuri-file
               invalid key continue
               not invalid key perform retine-meci
           end-read;
           end-if.

           release SORT-RECORD.

       retine-meci.

           move 1 to SV-GASIT.
           move MC-MARIME to vc-marime.
           move MC-AVIOANE to vc-avioane.
           move MC-VECINI to vc-vecini.
           move MC-BUGET to vc-buget.
           move MC-MODSCHIMB to vc-mod.
           move MC-DIFIC to vc-dific.
           move varianta-curenta to SV-VARIANTA.

           if GL-ID-EU not = MC-JE then;
           move 1 to SV-ORDINE;
           end-if.

       aduna-jocuri.

           move 0 to sortare-gata.
           move 9999 to meci-ultim.
           perform returneaza-joc until sortare-gata = 1.

       returneaza-joc.

           return sort-variante
               at end move 1 to sortare-gata
               not at end perform proceseaza-joc
           end-return.

       proceseaza-joc.

           if SV-MECI > 0 and SV-MECI = meci-ultim then;
           continue;
           else
           move SV-MECI to meci-ultim;
           perform numara-joc;
           end-if.

       numara-joc.

           add 1 to total-jocuri.

           if SV-GASIT = 0 then;
           add 1 to jocuri-fara-reguli;
           else
           move SV-VARIANTA to varianta-curenta;
           perform gaseste-sau-adauga-varianta;
           if var-idx = 0 then;
           add 1 to jocuri-nedistribuite;
           else
           perform rezultat-pentru-je;
           perform aduna-joc;
           end-if;
           end-if.

       rezultat-pentru-je.

           move SV-REZULTAT to rezultat-je.

           if SV-ORDINE = 1 then;
           evaluate SV-REZULTAT
             when "C" move "P" to rezultat-je
             when "P" move "C" to rezultat-je
             when "V" move "T" to rezultat-je
             when "T" move "V" to rezultat-je
             when "K" move "A" to rezultat-je
             when "A" move "K" to rezultat-je
           end-evaluate;
           end-if.

       gaseste-sau-adauga-varianta.

           move 0 to var-idx.
           move 1 to var-ix.
           perform cauta-varianta
               until var-ix > variante-gasite or var-idx > 0.

           if var-idx = 0 and variante-gasite < 100 then;
           add 1 to variante-gasite;
           move varianta-curenta to vt-varianta(variante-gasite);
           move 0 to vt-jocuri(variante-gasite);
           move 0 to vt-castiguri(variante-gasite);
           move 0 to vt-pierderi(variante-gasite);
           move 0 to vt-remize(variante-gasite);
           move 0 to vt-pierderi-timp(variante-gasite);
           move 0 to vt-castiguri-timp(variante-gasite);
           move 0 to vt-durate(variante-gasite);
           move variante-gasite to var-idx;
           end-if.

       cauta-varianta.

           if vt-varianta(var-ix) = varianta-curenta then;
           move var-ix to var-idx;
           end-if.
           add 1 to var-ix.

       aduna-joc.

           add 1 to vt-jocuri(var-idx).

           evaluate rezultat-je
             when "C"
               add 1 to vt-castiguri(var-idx)
             when "K"
               add 1 to vt-castiguri(var-idx)
             when "V"
               add 1 to vt-castiguri(var-idx)
               add 1 to vt-castiguri-timp(var-idx)
             when "T"
               add 1 to vt-pierderi(var-idx)
               add 1 to vt-pierderi-timp(var-idx)
             when "R"
               add 1 to vt-remize(var-idx)
             when other
               add 1 to vt-pierderi(var-idx)
           end-evaluate.

           compute durata-sutimi =
               (FUNCTION NUMVAL(SV-TIMP(1:2)) * 6000)
               + (FUNCTION NUMVAL(SV-TIMP(4:2)) * 100)
               + FUNCTION NUMVAL(SV-TIMP(7:2)).

           add durata-sutimi to vt-durate(var-idx).

       afiseaza-rezultate.

           Display " ".
           Display "====== Rezultate pe variante de joc ======".
           Display "Total jocuri in GAMELOG.DAT: " total-jocuri.
           Display "(un joc pe doua ecrane se numara o singura data;"
               " Castig% este din partea JE din MECIURI.DAT)".
           Display " ".
           Display "Tabla / Avioane / Lipite / Buget / Schimb"
               " / Dificultate".
           Display "   Jocuri / Castig% / Durata medie"
               " / Pierderi la timp (T) / Castiguri la timp (V)".

           move 1 to var-ix.
           perform afiseaza-varianta until var-ix > variante-gasite.

           if jocuri-expirate > 0 then;
           Display " ";
           Display "Sesiuni expirate fara rezultat (neincluse): "
               jocuri-expirate;
           end-if.

           if jocuri-fara-reguli > 0 then;
           Display " ";
           Display "Jocuri fara reguli in MECIURI.DAT: "
               jocuri-fara-reguli;
           end-if.

           if jocuri-nedistribuite > 0 then;
           Display "Jocuri nedistribuite (prea multe variante): "
               jocuri-nedistribuite;
           end-if.


       afiseaza-varianta.

           move vt-varianta(var-ix) to varianta-curenta.

           if vc-vecini = 1 then;
           move "nu" to vecini-afisat;
           else
           move "da" to vecini-afisat;
           end-if.

           evaluate vc-mod
             when "L" move "verbal" to mod-afisat
             when "F" move "fisier" to mod-afisat
             when "A" move "arbitru" to mod-afisat
             when "S" move "solo" to mod-afisat
             when other move "?" to mod-afisat
           end-evaluate.

           evaluate true
             when vc-mod not = "S" move "-" to dific-afisat
             when vc-dific = 1 move "Usor" to dific-afisat
             when vc-dific = 2 move "Mediu" to dific-afisat
             when vc-dific = 3 move "Greu" to dific-afisat
             when other move "?" to dific-afisat
           end-evaluate.

           compute procent-castig =
               (vt-castiguri(var-ix) * 100) / vt-jocuri(var-ix).
           move procent-castig to procent-castig-ed.

           compute medie-durata =
               vt-durate(var-ix) / vt-jocuri(var-ix).
           perform descompune-medie.

           Display " ".
           Display vc-marime "x" vc-marime " / " vc-avioane
               " / " vecini-afisat " / " vc-buget " min / "
               mod-afisat " / " dific-afisat.
           Display "   " vt-jocuri(var-ix) " / " procent-castig-ed
               "% / " medie-min ":" medie-sec "." medie-sut
               " / " vt-pierderi-timp(var-ix)
               " / " vt-castiguri-timp(var-ix).

           add 1 to var-ix.

       descompune-medie.

           compute medie-min = medie-durata / 6000.
           compute medie-sec =
               (medie-durata - (medie-min * 6000)) / 100.
           compute medie-sut =
               medie-durata - (medie-min * 6000) - (medie-sec * 100).
