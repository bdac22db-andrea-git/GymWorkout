      *    Lo stato "F" = fuori servizio toglie la stazione dal giro:
      *    st-wod e glogwod promuovono l'alternativa della mappa
      *    SUBSTITUTIONS finche' il tecnico non la rimette in linea.
      *    L'intervento del tecnico si segue con l'ordine di
      *    manutenzione di ginterv (INTERVENTI): la sua chiusura fa da
      *    "Tagliando" e rimette la stazione in servizio.
      *    Prenotabile "S" = stazione a numero limitato che nelle ore di
      *    punta si prenota a slot (gprensta, gkiosk): durata dello
      *    slot in minuti e fascia prenotabile dalle/alle (HHMM).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "accesso.lks".

       77  status-stations      pic xx.

       78  78-ID-pb-tagliando    value 8.
       78  78-ID-pb-esci         value 9.
       78  78-ID-ef-stato        value 10.
       78  78-ID-ef-prenotabile  value 11.
       78  78-ID-ef-slot         value 12.
       78  78-ID-ef-dalle        value 13.
       78  78-ID-ef-alle         value 14.

       77  control-id            pic 9(4).

       77  ef-intervallo-buf     pic 9(6).
       77  ef-servizio-buf       pic 9(8).
       77  ef-stato-buf          pic x.
       77  ef-prenotabile-buf    pic x.
       77  ef-slot-buf           pic 9(3).
       77  ef-dalle-buf          pic 9(4).
       77  ef-alle-buf           pic 9(4).

       SCREEN SECTION.
       01  Form1.
                                             using ef-servizio-buf.
           05 ef-stato       line 7  col 22 pic x
                                             using ef-stato-buf.
           05 ef-prenotabile line 8  col 22 pic x
                                             using ef-prenotabile-buf.
           05 ef-slot        line 9  col 22 pic 9(3)
                                             using ef-slot-buf.
           05 ef-dalle       line 10 col 22 pic 9(4)
                                             using ef-dalle-buf.
           05 ef-alle        line 10 col 30 pic 9(4)
                                             using ef-alle-buf.
           05 pb-carica      line 12 col 5  pic x(10) value "Carica".
           05 pb-salva       line 12 col 20 pic x(10) value "Salva".
           05 pb-tagliando   line 12 col 35 pic x(12)
                                             value "Tagliando".
           05 pb-esci        line 12 col 50 pic x(10) value "Esci".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       MAIN-LOGIC.
           move spaces to acc-funzione.
           perform CONTROLLA-ACCESSO.
           if acc-negato
              goback
           end-if.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
           end-if.
           goback.

      ***---
       CONTROLLA-ACCESSO.
           set acc-controllo to true.
           move "gstation"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move spaces to ef-codice-buf ef-descr-buf ef-stato-buf
                          ef-prenotabile-buf.
           move 0 to ef-acquisto-buf ef-intervallo-buf ef-servizio-buf
                     ef-slot-buf ef-dalle-buf ef-alle-buf.

      ***---
       APRI-FILES.
           move sta-intervallo-serie to ef-intervallo-buf.
           move sta-data-servizio    to ef-servizio-buf.
           move sta-stato            to ef-stato-buf.
           move sta-prenotabile      to ef-prenotabile-buf.
           if sta-prenotabile-si
              move sta-slot-minuti   to ef-slot-buf
              move sta-prenota-dalle to ef-dalle-buf
              move sta-prenota-alle  to ef-alle-buf
           else
              move 0 to ef-slot-buf ef-dalle-buf ef-alle-buf
           end-if.
           display Form1.

      ***---
                         icon mb-warning-icon
              exit paragraph
           end-if.
           inspect ef-prenotabile-buf converting "s" to "S".
           if ef-prenotabile-buf not = "S" and not = space
              display message "Prenotabile: S=a slot nelle ore di "
                              "punta, spazio=libera"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-prenotabile-buf = "S"
              if ef-slot-buf = 0
              or ef-dalle-buf >= ef-alle-buf
              or ef-dalle-buf(3:2) > "59" or ef-alle-buf(3:2) > "59"
              or ef-alle-buf > 2400
                 display message "Stazione prenotabile: indicare la "
                                 "durata dello slot e la fascia "
                                 "dalle/alle (HHMM)"
                            icon mb-warning-icon
                 exit paragraph
              end-if
           end-if.

           move ef-descr-buf      to sta-desc.
           move ef-acquisto-buf   to sta-data-acquisto.
           move ef-intervallo-buf to sta-intervallo-serie.
           move ef-servizio-buf   to sta-data-servizio.
           move ef-stato-buf      to sta-stato.
           move ef-prenotabile-buf to sta-prenotabile.
           move ef-slot-buf       to sta-slot-minuti.
           move ef-dalle-buf      to sta-prenota-dalle.
           move ef-alle-buf       to sta-prenota-alle.

           if record-esistente
              rewrite sta-rec
