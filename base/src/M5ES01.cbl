      *>    et production d'un fichier des contrats en anomalie.
      *>    Pour chacun de ces contrats en anomalie, on ecrit dans le
      *>    fichier anomalie I79X.
      *>    Chaque anomalie est historisée dans la table M79S (caisse,
      *>    contrat, date d'effet, code anomalie) et qualifiée
      *>    nouvelle, récurrente ou soldée ; l'état de vieillissement
      *>    des anomalies par caisse et code anomalie est édité sur
      *>    SI79S1.
      *>    Les contrats sont comptés par caisse et par type de
      *>    traitement (NC, PO, AV) et rapprochés des compteurs des
      *>    enregistrements 90. Une caisse dont le taux de contrats en
      *>    anomalie dépasse son seuil (table M79T) est retenue : ses
      *>    contrats ne sont pas transmis sur SI52Z1 mais sur SI52R1,
      *>    à faire renvoyer par la caisse. La synthèse de contrôle par
      *>    caisse est éditée sur SI52S1.
      *>
      *>
sqihm *> ---------------------------------------------------------------
      *>   CDFAOR Code origine crédit / dossier     CDFAOR
      *>   ZGRP02 ----- Partie spécifique
      *>   QCM5ER Compteur Enregistrements          QCFAFB
      *> 2026-10-15  J070515   Historique des anomalies (table M79S) :
      *>                       nouvelle, récurrente ou soldée, et état
      *>                       de vieillissement SI79S1 par caisse et
      *>                       code anomalie.
      *> 2026-10-15  J070515   Synthèse de contrôle par caisse et type
      *>                       de traitement (SI52S1), seuil de taux
      *>                       d'anomalie par caisse (table M79T) et
      *>                       rétention des caisses hors seuil sur
      *>                       SI52R1 au lieu de SI52Z1.
sqihm9*>
sqir  *> ---------------------------------------------------------------
sqirsd*> Ressources :
cdSX00*> - Structure SX00 : org=F, copybook=M5FII79X, fichier=SI79X1
cdSY00*> - Structure SY00 : org=F, copybook=M5FEI52Z, fichier=SI52Z1
cdTX9X*> - Structure TX9X : org=2, copybook=M52DM79X, table=M79X
cdTH9S*> - Structure TH9S : org=2, copybook=M52DM79S, table=M79S
cdTS9T*> - Structure TS9T : org=2, copybook=M52DM79T, table=M79T
cdSH00*> - Structure SH00 : org=F, copybook=aucun, fichier=SI79S1
cdSW00*> - Structure SW00 : org=F, copybook=M5FEI52Z, fichier=SW52Z1
cdSR00*> - Structure SR00 : org=F, copybook=M5FEI52Z, fichier=SI52R1
cdSC00*> - Structure SC00 : org=F, copybook=aucun, fichier=SI52S1
sqirsf*>
sqirld*> Accès en lecture :
cdEA00*> - EA : org=F, nr=5, ns=0, fichier=EI52X1, accès=LSA
cdTX9X*> - TX : org=2, nr=0, ns=0, table=M79X , accès=LRP
cdTH9S*> - TH : org=2, nr=0, ns=0, table=M79S , accès=LRP
cdTH9S*> - TH : org=2, nr=0, ns=0, table=M79S , accès=LSA
cdTS9T*> - TS : org=2, nr=0, ns=0, table=M79T , accès=LRP
cdSW00*> - SW : org=F, nr=0, ns=0, fichier=SW52Z1, accès=LSA
sqirlf*>
sqired*> Accès en écriture :
cdSX00*> - SX : org=F, fichier=SI79X1, accès=ESP
cdSY00*> - SY : org=F, fichier=SI52Z1, accès=ESP
cdTH9S*> - TH : org=2, table=M79S , accès=CRE
cdTH9S*> - TH : org=2, table=M79S , accès=MAJ
cdSH00*> - SH : org=F, fichier=SI79S1, accès=ESP
cdSW00*> - SW : org=F, fichier=SW52Z1, accès=ESP
cdSR00*> - SR : org=F, fichier=SI52R1, accès=ESP
cdSC00*> - SC : org=F, fichier=SI52S1, accès=ESP
sqiref*>
sqir99*> ***************************************************************
sqivc *> Variables globales pour la compilation conditionnelle
cdSY00      select SY-FICHIER assign to UT-S-SI52Z1.
sqeiff*> *>  zone injection fin <* <*
sqeifs*> Insérer ci-dessous les fichiers gérés en spécifique
            select SH-ETAT assign to UT-S-SI79S1.
            select SW-TRAVAIL assign to UT-S-SW52Z1.
            select SR-FICHIER assign to UT-S-SI52R1.
            select SC-ETAT assign to UT-S-SI52S1.

sqeii  I-O-CONTROL.
sqeiid*> *>  zone injection debut <* <*
cdSY00          .
sqsdff*> *>  zone injection fin <* <*
sqsds *> Insérer ci-dessous les fichiers gérés en spécifique
       FD  SH-ETAT
           block contains 0 records
           recording mode is F.
       01  SH-LIGNE                    PICTURE X(132).
      *CONTRATS A TRANSMETTRE SUR SI52Z1 EN ATTENTE DU CONTROLE
      *DES SEUILS PAR CAISSE
       FD  SW-TRAVAIL
           block contains 0 records
           recording mode is F.
       01  SW-ENREG                    PICTURE X(500).
      *CONTRATS DES CAISSES RETENUES, A FAIRE RENVOYER
       FD  SR-FICHIER
           block contains 0 records
           recording mode is F.
       01  SR-ENREG                    PICTURE X(500).
       FD  SC-ETAT
           block contains 0 records
           recording mode is F.
       01  SC-LIGNE                    PICTURE X(132).

sqsw  *>
sqsw  *> ===============================================================
cdTX9X          .
sqw2f *> *>  zone injection fin <* <*
sqw2s *> Insérer ci-dessous les hots-variables gérées en code spécfique
      *>
      *> --- Table M79S - Historique des anomalies SYNCHRO
           copy M52DM79S replacing
                leading ==M79S== by ==TH9S==
                leading ==V-M79S== by ==V-TH9S==
                .
      *>
      *> --- Table M79T - Param seuils anomalies SYNCHRO
           copy M52DM79T replacing
                leading ==M79T== by ==TS9T==
                leading ==V-M79T== by ==V-TS9T==
                .

sqwa  *>
sqwa  *> ---------------------------------------------------------------
      *COMPTEUR OCURRENCE
       01  WW00-W9030 VALUE ZERO       PICTURE 999.

      *HISTORIQUE ANOMALIES M79S :
      *DATE DE TRAITEMENT SSAA-MM-JJ
       01  WW9S-DTTRT VALUE SPACES     PICTURE X(10).
      *DATE DE RESOLUTION D'UNE ANOMALIE NON SOLDEE
       01  WW9S-DTFIN VALUE '9999-12-31' PICTURE X(10).
      *COMPTEURS ANOMALIES NOUVELLES, RECURRENTES ET SOLDEES DU JOUR
       01  WW9S-QCNOUV VALUE ZERO      PICTURE 9(7).
       01  WW9S-QCRECU VALUE ZERO      PICTURE 9(7).
       01  WW9S-QCSOLD VALUE ZERO      PICTURE 9(7).
      *FIN DE LECTURE DU CURSEUR DE L'ETAT
       01  WW9S-FIN-CSR VALUE 'N'      PICTURE X.
      *CALCUL DU NOMBRE DE JOURS D'ATTENTE
       01  WW9S-DATE-N.
            05 WW9S-SSAA       PICTURE 9(4).
            05 WW9S-MM         PICTURE 9(2).
            05 WW9S-JJ         PICTURE 9(2).
       01  WW9S-DATE-R REDEFINES WW9S-DATE-N PICTURE 9(8).
       01  WW9S-JOUR-DEB VALUE ZERO    PICTURE S9(9) COMPUTATIONAL-3.
       01  WW9S-NBJOUR VALUE ZERO      PICTURE S9(5) COMPUTATIONAL-3.
      *RUPTURE CAISSE / CODE ANOMALIE DE L'ETAT ET SOUS-TOTAUX
       01  WW9S-RUPT-EN-COURS VALUE SPACES.
            05 WW9S-RUPT-COCXBQ PICTURE X(5).
            05 WW9S-RUPT-CDM5AN PICTURE X(5).
       01  WW9S-ST-NOUV VALUE ZERO     PICTURE 9(5).
       01  WW9S-ST-RECU VALUE ZERO     PICTURE 9(5).
       01  WW9S-ST-SOLD VALUE ZERO     PICTURE 9(5).
       01  WW9S-ST-MAXJ VALUE ZERO     PICTURE S9(5) COMPUTATIONAL-3.
      *LIGNES DE L'ETAT DE VIEILLISSEMENT SI79S1
       01  WW9S-ETAT-TIT.
            05 FILLER          PICTURE X(50) VALUE
               ' M5ES01 - VIEILLISSEMENT DES ANOMALIES SYNCHRO AU '.
            05 WW9S-ET-DTTRT   PICTURE X(10).
            05 FILLER          PICTURE X(72) VALUE SPACES.
       01  WW9S-ETAT-ENT.
            05 FILLER          PICTURE X(50) VALUE
               ' CAISSE  ANOM.    CONTRAT  DATE EFF.  ETAT        '.
            05 FILLER          PICTURE X(50) VALUE
               '1ERE DETECT.  DERN. DETECT.  JOURS  NB TRAIT.     '.
            05 FILLER          PICTURE X(32) VALUE SPACES.
       01  WW9S-ETAT-DET.
            05 FILLER          PICTURE X(1)  VALUE SPACE.
            05 WW9S-ED-COCXBQ  PICTURE X(5).
            05 FILLER          PICTURE X(3)  VALUE SPACES.
            05 WW9S-ED-CDM5AN  PICTURE X(5).
            05 FILLER          PICTURE X(4)  VALUE SPACES.
            05 WW9S-ED-IDCT    PICTURE X(7).
            05 FILLER          PICTURE X(2)  VALUE SPACES.
            05 WW9S-ED-DTEF    PICTURE X(8).
            05 FILLER          PICTURE X(3)  VALUE SPACES.
            05 WW9S-ED-ETAT    PICTURE X(10).
            05 FILLER          PICTURE X(2)  VALUE SPACES.
            05 WW9S-ED-DDM5AN  PICTURE X(10).
            05 FILLER          PICTURE X(4)  VALUE SPACES.
            05 WW9S-ED-DFM5AN  PICTURE X(10).
            05 FILLER          PICTURE X(3)  VALUE SPACES.
            05 WW9S-ED-NBJOUR  PICTURE ZZZZ9.
            05 FILLER          PICTURE X(4)  VALUE SPACES.
            05 WW9S-ED-NBM5AN  PICTURE ZZZZ9.
            05 FILLER          PICTURE X(41) VALUE SPACES.
       01  WW9S-ETAT-TOT.
            05 FILLER          PICTURE X(14) VALUE ' TOTAL CAISSE '.
            05 WW9S-ET-COCXBQ  PICTURE X(5).
            05 FILLER          PICTURE X(10) VALUE ' ANOMALIE '.
            05 WW9S-ET-CDM5AN  PICTURE X(5).
            05 FILLER          PICTURE X(13) VALUE ' : NOUVELLES '.
            05 WW9S-ET-NOUV    PICTURE ZZZZ9.
            05 FILLER          PICTURE X(14) VALUE ' RECURRENTES '.
            05 WW9S-ET-RECU    PICTURE ZZZZ9.
            05 FILLER          PICTURE X(10) VALUE ' SOLDEES '.
            05 WW9S-ET-SOLD    PICTURE ZZZZ9.
            05 FILLER          PICTURE X(16) VALUE ' ATTENTE MAXI : '.
            05 WW9S-ET-MAXJ    PICTURE ZZZZ9.
            05 FILLER          PICTURE X(6)  VALUE ' JOURS'.
            05 FILLER          PICTURE X(24) VALUE SPACES.

      *SYNTHESE DE CONTROLE PAR CAISSE ET TYPE DE TRAITEMENT :
      *TYPES 1 NC, 2 PO, 3 AV, 4 AUTRE
       01  WW9T-LIB-TYPES VALUE 'NC   PO   AV   AUTRE' PICTURE X(20).
       01  WW9T-LIB-TYPES-R REDEFINES WW9T-LIB-TYPES.
            05 WW9T-LIB-TYPE   PICTURE X(5) OCCURS 4.
       01  WW9T-IT VALUE ZERO          PICTURE S9(4) COMPUTATIONAL.
      *CAISSE RECHERCHEE
       01  WW9T-CLE VALUE SPACES       PICTURE X(5).
      *FIN DE LECTURE DU FICHIER DE TRAVAIL SW52Z1
       01  WW9T-FIN-SW VALUE 'N'       PICTURE X.
      *TOTAUX DE LA CAISSE, TOUS TYPES
       01  WW9T-TOT-LU VALUE ZERO      PICTURE 9(7).
       01  WW9T-TOT-ANO VALUE ZERO     PICTURE 9(7).
      *CAISSES ET CONTRATS RETENUS
       01  WW9T-NBRET VALUE ZERO       PICTURE 9(7).
       01  WW9T-QCRETT VALUE ZERO      PICTURE 9(7).
      *COMPTEURS PAR CAISSE ET TYPE DE TRAITEMENT
       01  WW9T-TABLE.
            05 WW9T-NBCAI      PICTURE 9(4) VALUE ZERO.
            05 WW9T-CAISSE     OCCURS 1 TO 500
                               DEPENDING ON WW9T-NBCAI
                               INDEXED BY WW9T-IX.
               10 WW9T-COCXBQ  PICTURE X(5).
      *           TAUX D'ANOMALIE ET SEUIL EN POURCENTAGE
               10 WW9T-TAUX    PICTURE S9(3)V99 COMPUTATIONAL-3.
               10 WW9T-SEUIL   PICTURE S9(3)V99 COMPUTATIONAL-3.
      *           SEUIL TROUVE DANS M79T (O/N)
               10 WW9T-SEUIL-SW PICTURE X.
      *           CAISSE RETENUE (O/N)
               10 WW9T-RETENUE PICTURE X.
               10 WW9T-TYPE    OCCURS 4.
      *              CONTRATS LUS
                  15 WW9T-QCLU  PICTURE 9(7).
      *              ENREGISTREMENTS 01 A 04 RECUS
                  15 WW9T-QCENR PICTURE 9(7).
      *              ENREGISTREMENTS ANNONCES PAR LES ENREG 90
                  15 WW9T-QCATT PICTURE 9(7).
      *              CONTRATS EN ANOMALIE
                  15 WW9T-QCANO PICTURE 9(7).
      *              CONTRATS TRANSMIS SUR SI52Z1 / RETENUS SUR SI52R1
                  15 WW9T-QCSY  PICTURE 9(7).
                  15 WW9T-QCRET PICTURE 9(7).
      *LIGNES DE LA SYNTHESE DE CONTROLE SI52S1
       01  WW9T-ETAT-TIT.
            05 FILLER          PICTURE X(50) VALUE
               ' M5ES01 - SYNTHESE DE CONTROLE SYNCHRO PAR CAISSE '.
            05 FILLER          PICTURE X(3)  VALUE 'AU '.
            05 WW9T-ET-DTTRT   PICTURE X(10).
            05 FILLER          PICTURE X(69) VALUE SPACES.
       01  WW9T-ETAT-ENT.
            05 FILLER          PICTURE X(50) VALUE
               ' CAISSE  TYPE   CONTRATS      RECUS   ANNONCES    '.
            05 FILLER          PICTURE X(50) VALUE
               '  ECART     EN ANO       I52Z    RETENUS          '.
            05 FILLER          PICTURE X(32) VALUE SPACES.
       01  WW9T-ETAT-DET.
            05 FILLER          PICTURE X(1)  VALUE SPACE.
            05 WW9T-ED-COCXBQ  PICTURE X(5).
            05 FILLER          PICTURE X(3)  VALUE SPACES.
            05 WW9T-ED-TYPE    PICTURE X(5).
            05 FILLER          PICTURE X(3)  VALUE SPACES.
            05 WW9T-ED-QCLU    PICTURE ZZZZZZ9.
            05 FILLER          PICTURE X(4)  VALUE SPACES.
            05 WW9T-ED-QCENR   PICTURE ZZZZZZ9.
            05 FILLER          PICTURE X(4)  VALUE SPACES.
            05 WW9T-ED-QCATT   PICTURE ZZZZZZ9.
            05 FILLER          PICTURE X(3)  VALUE SPACES.
            05 WW9T-ED-ECART   PICTURE -------9.
            05 FILLER          PICTURE X(4)  VALUE SPACES.
            05 WW9T-ED-QCANO   PICTURE ZZZZZZ9.
            05 FILLER          PICTURE X(4)  VALUE SPACES.
            05 WW9T-ED-QCSY    PICTURE ZZZZZZ9.
            05 FILLER          PICTURE X(4)  VALUE SPACES.
            05 WW9T-ED-QCRET   PICTURE ZZZZZZ9.
            05 FILLER          PICTURE X(42) VALUE SPACES.
       01  WW9T-ETAT-TOT.
            05 FILLER          PICTURE X(14) VALUE ' TOTAL CAISSE '.
            05 WW9T-ET-COCXBQ  PICTURE X(5).
            05 FILLER          PICTURE X(18) VALUE
               ' : TAUX ANOMALIE  '.
            05 WW9T-ET-TAUX    PICTURE ZZ9,99.
            05 FILLER          PICTURE X(10) VALUE ' %  SEUIL '.
            05 WW9T-ET-SEUIL   PICTURE ZZ9,99.
            05 FILLER          PICTURE X(5)  VALUE ' %   '.
            05 WW9T-ET-DECISION PICTURE X(40).
            05 FILLER          PICTURE X(28) VALUE SPACES.

sqwka *> --- Workings structurées insérées par l'Assistant
sqwka  01                              PIC X(1) VALUE '0'.
sqwka               88  WORKING-INITIALISEES    VALUE '1'
            DISPLAY  '         - NOM DU JCL : '   WW4Y-CDM3JO
            DISPLAY  '         - DATE OPC   : '   WW4Y-DAM3TR

      * date de traitement SSAA-MM-JJ de l'historique M79S
           STRING WW4Y-DAM3TR(1:4) '-' WW4Y-DAM3TR(5:2) '-'
                  WW4Y-DAM3TR(7:2)     DELIMITED BY SIZE
             INTO WW9S-DTTRT
           END-STRING


sqpz0z*> --- Fin début de programme
sqpz0z     continue.
           END-IF

           PERFORM ECRIRE-SX
           PERFORM U-HISTO-ANO

           continue.

              end-if
           end-if

      * anomalies historisées du contrat non relevées ce jour : soldées
           PERFORM U-HISTO-SOLDE

      * Ecriture anomalie
      * (SI52Z1 après contrôle des seuils par caisse, en fin de flux)
           iF WW00-WX001A = 'O'
              then
               MOVE  W12A  TO  SY00
               WRITE SW-ENREG FROM SY00
           else
               add 1   to    WW00-QCM3CR
           end-if

      * comptage par caisse et type de traitement
           PERFORM U-CUMUL-CAISSE

           continue.


      * Historisation de l'anomalie dans M79S
       U-HISTO-ANO.

           MOVE 1-EA00-COCXBQ     TO  TH9S-COCXBQ
           MOVE 1-EA00-IDCT       TO  TH9S-IDCT
           MOVE 1-EA00-DTEF       TO  TH9S-DTEF
           MOVE WW00-CDM5AN       TO  TH9S-CDM5AN
           PERFORM LIRE-M79S

           EVALUATE TRUE
      * première détection
             WHEN SQLCODE = +100
               MOVE 'N'           TO  TH9S-CEM5AN
               MOVE WW9S-DTTRT    TO  TH9S-DDM5AN
                                      TH9S-DFM5AN
               MOVE WW9S-DTFIN    TO  TH9S-DRM5AN
               MOVE 1             TO  TH9S-NBM5AN
               PERFORM CREER-M79S
               ADD 1              TO  WW9S-QCNOUV
      * déjà relevée ce jour (contrat en double ou relance du job)
             WHEN TH9S-CEM5AN NOT = 'S'
              AND TH9S-DFM5AN = WW9S-DTTRT
               CONTINUE
      * soldée ce jour sur un autre type de traitement du contrat :
      * l'anomalie est toujours là
             WHEN TH9S-CEM5AN = 'S'
              AND TH9S-DRM5AN = WW9S-DTTRT
               MOVE 'R'           TO  TH9S-CEM5AN
               MOVE WW9S-DTTRT    TO  TH9S-DFM5AN
               MOVE WW9S-DTFIN    TO  TH9S-DRM5AN
               ADD 1              TO  TH9S-NBM5AN
               PERFORM MODIFIER-M79S
      *        soldée par une exécution précédente du jour : non
      *        comptée dans ce passage
               IF WW9S-QCSOLD > ZERO
               THEN
                  SUBTRACT 1      FROM WW9S-QCSOLD
               END-IF
               ADD 1              TO  WW9S-QCRECU
      * soldée un jour précédent : l'anomalie réapparaît
             WHEN TH9S-CEM5AN = 'S'
               MOVE 'N'           TO  TH9S-CEM5AN
               MOVE WW9S-DTTRT    TO  TH9S-DDM5AN
                                      TH9S-DFM5AN
               MOVE WW9S-DTFIN    TO  TH9S-DRM5AN
               MOVE 1             TO  TH9S-NBM5AN
               PERFORM MODIFIER-M79S
               ADD 1              TO  WW9S-QCNOUV
      * toujours en anomalie : récurrente
             WHEN OTHER
               MOVE 'R'           TO  TH9S-CEM5AN
               MOVE WW9S-DTTRT    TO  TH9S-DFM5AN
               ADD 1              TO  TH9S-NBM5AN
               PERFORM MODIFIER-M79S
               ADD 1              TO  WW9S-QCRECU
           END-EVALUATE

           continue.


      * Anomalies historisées du contrat reçu ce jour sans elles
       U-HISTO-SOLDE.

           MOVE 1-EA00-COCXBQ     TO  TH9S-COCXBQ
           MOVE 1-EA00-IDCT       TO  TH9S-IDCT
           MOVE 1-EA00-DTEF       TO  TH9S-DTEF
           PERFORM SOLDER-M79S

           continue.



      * Comptage du contrat pour sa caisse et son type de traitement
       U-CUMUL-CAISSE.

           MOVE 1-EA00-COCXBQ     TO  WW9T-CLE
           PERFORM U-RECH-CAISSE
           MOVE 1-EA00-CTFAFB     TO  WW9T-CLE
           PERFORM U-TYPE-TRAITEMENT

           ADD 1   TO  WW9T-QCLU (WW9T-IX, WW9T-IT)
           ADD W001-QCM5ER  W002-QCM5ER  W003-QCM5ER  W004-QCM5ER
                   TO  WW9T-QCENR (WW9T-IX, WW9T-IT)
      * nombre d'enregistrements annoncé par l'enreg 90 du contrat
           IF 1-EA00-COFAFB = '90'
           THEN
              ADD W92E-QCFAFB  TO  WW9T-QCATT (WW9T-IX, WW9T-IT)
           END-IF
           IF WW00-WX001A = 'O'
           THEN
              ADD 1   TO  WW9T-QCANO (WW9T-IX, WW9T-IT)
           END-IF

           continue.


      * Recherche de la caisse WW9T-CLE dans la table, ajout si absente
       U-RECH-CAISSE.

           SET WW9T-IX TO 1
           SEARCH WW9T-CAISSE
              AT END
                 PERFORM U-AJOUT-CAISSE
              WHEN WW9T-COCXBQ (WW9T-IX) = WW9T-CLE
                 CONTINUE
           END-SEARCH

           continue.


       U-AJOUT-CAISSE.

           IF WW9T-NBCAI NOT < 500
           THEN
              DISPLAY ' Table des caisses saturée (500) - caisse : '
                      WW9T-CLE
              PERFORM ERREUR-ABEND
           END-IF
           ADD 1                  TO  WW9T-NBCAI
           SET WW9T-IX            TO  WW9T-NBCAI
           INITIALIZE WW9T-CAISSE (WW9T-IX)
           MOVE WW9T-CLE          TO  WW9T-COCXBQ (WW9T-IX)
           MOVE 'N'               TO  WW9T-SEUIL-SW (WW9T-IX)
                                      WW9T-RETENUE (WW9T-IX)

           continue.


      * Rang du type de traitement WW9T-CLE dans la table
       U-TYPE-TRAITEMENT.

           EVALUATE WW9T-CLE (1:2)
             WHEN 'NC'
               MOVE 1             TO  WW9T-IT
             WHEN 'PO'
               MOVE 2             TO  WW9T-IT
             WHEN 'AV'
               MOVE 3             TO  WW9T-IT
             WHEN OTHER
               MOVE 4             TO  WW9T-IT
           END-EVALUATE

           continue.

sqpzwa*>
sqpzwa*> ===============================================================
sqpzwa*> Avant écriture des ressources
sqpz6a S-AVANT-FERMETURES SECTION.
sqpz6a*>??? Insérer ci-dessous le code spécifique avant fermetures

           PERFORM U-SEUILS-CAISSES
           PERFORM U-DIFFUSION-I52Z
           PERFORM U-ETAT-SYNTHESE
           PERFORM U-ETAT-VIEILLISSEMENT

sqpz6z*> --- Fin avant fermeture des ressources
sqpz6z     continue.
sqpz6z S-AVANT-FERMETURES-FN.
sqpz6z*> --- Routines locales performées depuis S-AVANT-FERMETURES
sqpz6z*> Insérer ci-dessous le code spécifique du programme

      * Taux d'anomalie de chaque caisse comparé à son seuil M79T
       U-SEUILS-CAISSES.

           PERFORM U-SEUIL-CAISSE
              VARYING WW9T-IX FROM 1 BY 1
              UNTIL WW9T-IX > WW9T-NBCAI

           continue.


       U-SEUIL-CAISSE.

           MOVE ZERO              TO  WW9T-TOT-LU
                                      WW9T-TOT-ANO
           PERFORM U-TOTAL-TYPE
              VARYING WW9T-IT FROM 1 BY 1
              UNTIL WW9T-IT > 4
           COMPUTE WW9T-TAUX (WW9T-IX) ROUNDED =
                   WW9T-TOT-ANO * 100 / WW9T-TOT-LU

      * seuil propre à la caisse, à défaut seuil toutes caisses
           MOVE WW9T-COCXBQ (WW9T-IX) TO  TS9T-COCXBQ
           PERFORM LIRE-M79T
           IF SQLCODE = +100
           THEN
              MOVE '*****'        TO  TS9T-COCXBQ
              PERFORM LIRE-M79T
           END-IF

           IF SQLCODE = +100
           THEN
              DISPLAY ' Seuil anomalies non paramétré dans M79T -'
                      ' caisse non contrôlée : '
                      WW9T-COCXBQ (WW9T-IX)
           ELSE
              MOVE 'O'            TO  WW9T-SEUIL-SW (WW9T-IX)
              MOVE TS9T-TXM5SA    TO  WW9T-SEUIL (WW9T-IX)
              IF WW9T-TAUX (WW9T-IX) > TS9T-TXM5SA
              THEN
                 MOVE 'O'         TO  WW9T-RETENUE (WW9T-IX)
                 ADD 1            TO  WW9T-NBRET
                 DISPLAY ' Caisse retenue, flux à renvoyer : '
                         WW9T-COCXBQ (WW9T-IX)
                         ' - taux anomalie ' WW9T-TAUX (WW9T-IX)
                         ' - seuil ' TS9T-TXM5SA
              END-IF
           END-IF

           continue.


       U-TOTAL-TYPE.

           ADD WW9T-QCLU (WW9T-IX, WW9T-IT)   TO  WW9T-TOT-LU
           ADD WW9T-QCANO (WW9T-IX, WW9T-IT)  TO  WW9T-TOT-ANO

           continue.


      * Relecture des contrats en attente : caisses acceptées vers
      * SI52Z1, caisses retenues vers SI52R1
       U-DIFFUSION-I52Z.

           CLOSE SW-TRAVAIL
           OPEN INPUT SW-TRAVAIL
           MOVE 'N'               TO  WW9T-FIN-SW
           PERFORM U-LIRE-SW
           PERFORM U-DIFFUSER-CONTRAT UNTIL WW9T-FIN-SW = 'O'
           CLOSE SW-TRAVAIL

           continue.


       U-LIRE-SW.

           READ SW-TRAVAIL
              AT END
                 MOVE 'O'         TO  WW9T-FIN-SW
           END-READ

           continue.


       U-DIFFUSER-CONTRAT.

           MOVE SW-ENREG          TO  SY00
           MOVE SY00-COCXBQ       TO  WW9T-CLE
           PERFORM U-RECH-CAISSE
           MOVE SY00-CTM5TT       TO  WW9T-CLE
           PERFORM U-TYPE-TRAITEMENT

           IF WW9T-RETENUE (WW9T-IX) = 'O'
           THEN
              WRITE SR-ENREG FROM SW-ENREG
              ADD 1   TO  WW9T-QCRET (WW9T-IX, WW9T-IT)
                          WW9T-QCRETT
           ELSE
              PERFORM ECRIRE-SY
              ADD 1   TO  WW9T-QCSY (WW9T-IX, WW9T-IT)
           END-IF

           PERFORM U-LIRE-SW
           continue.


      * Synthèse de contrôle par caisse et type de traitement,
      * rapprochée des compteurs des enregistrements 90
       U-ETAT-SYNTHESE.

           MOVE WW9S-DTTRT        TO  WW9T-ET-DTTRT
           MOVE WW9T-ETAT-TIT     TO  SC-LIGNE
           WRITE SC-LIGNE
           MOVE SPACES            TO  SC-LIGNE
           WRITE SC-LIGNE
           MOVE WW9T-ETAT-ENT     TO  SC-LIGNE
           WRITE SC-LIGNE

           IF WW9T-NBCAI = ZERO
           THEN
              MOVE ' AUCUN CONTRAT RECU'  TO  SC-LIGNE
              WRITE SC-LIGNE
           END-IF
           PERFORM U-SYNTHESE-CAISSE
              VARYING WW9T-IX FROM 1 BY 1
              UNTIL WW9T-IX > WW9T-NBCAI

           continue.


       U-SYNTHESE-CAISSE.

           PERFORM U-SYNTHESE-TYPE
              VARYING WW9T-IT FROM 1 BY 1
              UNTIL WW9T-IT > 4

           MOVE WW9T-COCXBQ (WW9T-IX)  TO  WW9T-ET-COCXBQ
           MOVE WW9T-TAUX (WW9T-IX)    TO  WW9T-ET-TAUX
           MOVE WW9T-SEUIL (WW9T-IX)   TO  WW9T-ET-SEUIL
           EVALUATE TRUE
             WHEN WW9T-RETENUE (WW9T-IX) = 'O'
               MOVE 'RETENUE - FLUX A RENVOYER (SI52R1)'
                                  TO  WW9T-ET-DECISION
             WHEN WW9T-SEUIL-SW (WW9T-IX) = 'N'
               MOVE 'SEUIL NON PARAMETRE - TRANSMISE'
                                  TO  WW9T-ET-DECISION
             WHEN OTHER
               MOVE 'TRANSMISE'   TO  WW9T-ET-DECISION
           END-EVALUATE
           MOVE WW9T-ETAT-TOT     TO  SC-LIGNE
           WRITE SC-LIGNE
           MOVE SPACES            TO  SC-LIGNE
           WRITE SC-LIGNE

           continue.


       U-SYNTHESE-TYPE.

           IF WW9T-QCLU (WW9T-IX, WW9T-IT) > ZERO
           THEN
              MOVE WW9T-COCXBQ (WW9T-IX)   TO  WW9T-ED-COCXBQ
              MOVE WW9T-LIB-TYPE (WW9T-IT) TO  WW9T-ED-TYPE
              MOVE WW9T-QCLU (WW9T-IX, WW9T-IT)  TO  WW9T-ED-QCLU
              MOVE WW9T-QCENR (WW9T-IX, WW9T-IT) TO  WW9T-ED-QCENR
              MOVE WW9T-QCATT (WW9T-IX, WW9T-IT) TO  WW9T-ED-QCATT
              COMPUTE WW9T-ED-ECART =
                      WW9T-QCENR (WW9T-IX, WW9T-IT)
                    - WW9T-QCATT (WW9T-IX, WW9T-IT)
              MOVE WW9T-QCANO (WW9T-IX, WW9T-IT) TO  WW9T-ED-QCANO
              MOVE WW9T-QCSY (WW9T-IX, WW9T-IT)  TO  WW9T-ED-QCSY
              MOVE WW9T-QCRET (WW9T-IX, WW9T-IT) TO  WW9T-ED-QCRET
              MOVE WW9T-ETAT-DET  TO  SC-LIGNE
              WRITE SC-LIGNE
           END-IF

           continue.


      * Etat de vieillissement des anomalies non soldées et des
      * anomalies soldées ce jour, par caisse et code anomalie
       U-ETAT-VIEILLISSEMENT.

           MOVE WW9S-DTTRT        TO  WW9S-ET-DTTRT
           MOVE WW9S-ETAT-TIT     TO  SH-LIGNE
           WRITE SH-LIGNE
           MOVE SPACES            TO  SH-LIGNE
           WRITE SH-LIGNE
           MOVE WW9S-ETAT-ENT     TO  SH-LIGNE
           WRITE SH-LIGNE

           MOVE SPACES            TO  WW9S-RUPT-EN-COURS
           PERFORM OUVRIR-CSR-M79S
           PERFORM LIRE-CSR-M79S
           PERFORM U-ETAT-LIGNE   UNTIL WW9S-FIN-CSR = 'O'
           PERFORM FERMER-CSR-M79S

           IF WW9S-RUPT-EN-COURS = SPACES
           THEN
              MOVE ' AUCUNE ANOMALIE EN ATTENTE DE CORRECTION'
                                  TO  SH-LIGNE
              WRITE SH-LIGNE
           ELSE
              PERFORM U-ETAT-TOTAL
           END-IF

           continue.


       U-ETAT-LIGNE.

           IF TH9S-COCXBQ NOT = WW9S-RUPT-COCXBQ
           OR TH9S-CDM5AN NOT = WW9S-RUPT-CDM5AN
           THEN
              IF WW9S-RUPT-EN-COURS NOT = SPACES
              THEN
                 PERFORM U-ETAT-TOTAL
              END-IF
              MOVE TH9S-COCXBQ    TO  WW9S-RUPT-COCXBQ
              MOVE TH9S-CDM5AN    TO  WW9S-RUPT-CDM5AN
              MOVE ZERO           TO  WW9S-ST-NOUV
                                      WW9S-ST-RECU
                                      WW9S-ST-SOLD
                                      WW9S-ST-MAXJ
           END-IF

      * jours d'attente : de la première détection au jour du
      * traitement, ou à la date de résolution pour une soldée
           MOVE TH9S-DDM5AN(1:4)  TO  WW9S-SSAA
           MOVE TH9S-DDM5AN(6:2)  TO  WW9S-MM
           MOVE TH9S-DDM5AN(9:2)  TO  WW9S-JJ
           COMPUTE WW9S-JOUR-DEB = INTEGER-OF-DATE (WW9S-DATE-R)
           IF TH9S-CEM5AN = 'S'
           THEN
              MOVE TH9S-DRM5AN(1:4) TO  WW9S-SSAA
              MOVE TH9S-DRM5AN(6:2) TO  WW9S-MM
              MOVE TH9S-DRM5AN(9:2) TO  WW9S-JJ
           ELSE
              MOVE WW9S-DTTRT(1:4)  TO  WW9S-SSAA
              MOVE WW9S-DTTRT(6:2)  TO  WW9S-MM
              MOVE WW9S-DTTRT(9:2)  TO  WW9S-JJ
           END-IF
           COMPUTE WW9S-NBJOUR = INTEGER-OF-DATE (WW9S-DATE-R)
                               - WW9S-JOUR-DEB

           EVALUATE TH9S-CEM5AN
             WHEN 'N'
               MOVE 'NOUVELLE'    TO  WW9S-ED-ETAT
               ADD 1              TO  WW9S-ST-NOUV
             WHEN 'R'
               MOVE 'RECURRENTE'  TO  WW9S-ED-ETAT
               ADD 1              TO  WW9S-ST-RECU
             WHEN OTHER
               MOVE 'SOLDEE'      TO  WW9S-ED-ETAT
               ADD 1              TO  WW9S-ST-SOLD
           END-EVALUATE
           IF TH9S-CEM5AN NOT = 'S'
           AND WW9S-NBJOUR > WW9S-ST-MAXJ
           THEN
              MOVE WW9S-NBJOUR    TO  WW9S-ST-MAXJ
           END-IF

           MOVE TH9S-COCXBQ       TO  WW9S-ED-COCXBQ
           MOVE TH9S-CDM5AN       TO  WW9S-ED-CDM5AN
           MOVE TH9S-IDCT         TO  WW9S-ED-IDCT
           MOVE TH9S-DTEF         TO  WW9S-ED-DTEF
           MOVE TH9S-DDM5AN       TO  WW9S-ED-DDM5AN
           MOVE TH9S-DFM5AN       TO  WW9S-ED-DFM5AN
           MOVE WW9S-NBJOUR       TO  WW9S-ED-NBJOUR
           MOVE TH9S-NBM5AN       TO  WW9S-ED-NBM5AN
           MOVE WW9S-ETAT-DET     TO  SH-LIGNE
           WRITE SH-LIGNE

           PERFORM LIRE-CSR-M79S
           continue.


       U-ETAT-TOTAL.

           MOVE WW9S-RUPT-COCXBQ  TO  WW9S-ET-COCXBQ
           MOVE WW9S-RUPT-CDM5AN  TO  WW9S-ET-CDM5AN
           MOVE WW9S-ST-NOUV      TO  WW9S-ET-NOUV
           MOVE WW9S-ST-RECU      TO  WW9S-ET-RECU
           MOVE WW9S-ST-SOLD      TO  WW9S-ET-SOLD
           MOVE WW9S-ST-MAXJ      TO  WW9S-ET-MAXJ
           MOVE WW9S-ETAT-TOT     TO  SH-LIGNE
           WRITE SH-LIGNE
           MOVE SPACES            TO  SH-LIGNE
           WRITE SH-LIGNE

           continue.


sqpz7a*>
sqpz7a*> ===============================================================
sqpz7a*> Avant sortie du programme
                ' - XXXX - Nombre de contrats sans ano .: '
                WW00-qcm3cr

      *> --- Display des compteurs de l'historique M79S
           display PROGE
                ' - M79S - Anomalies nouvelles .........: '
                WW9S-QCNOUV
           display PROGE
                ' - M79S - Anomalies récurrentes .......: '
                WW9S-QCRECU
           display PROGE
                ' - M79S - Anomalies soldées ...........: '
                WW9S-QCSOLD
           display PROGE
                ' - M79T - Caisses retenues ............: '
                WW9T-NBRET
           display PROGE
                ' - SR00 - Contrats retenus à renvoyer .: '
                WW9T-QCRETT

sqpz7z*> --- Fin avant sortie du programme
sqpz7z     continue.
sqpz7z S-AVANT-FINALISATION-FN.
cdTX9X     exit section.
sqpaf *> *>  zone injection fin <* <*
sqpafs*> Insérer ci-dessous les routines des accès gérés en spécifique
      *>
      *> --- Historique des anomalies - Table M79S
       LIRE-M79S SECTION.
           exec sql
              SELECT
                 CEM5AN,
                 DDM5AN,
                 DFM5AN,
                 DRM5AN,
                 NBM5AN
              INTO
                 :TH9S-CEM5AN,
                 :TH9S-DDM5AN,
                 :TH9S-DFM5AN,
                 :TH9S-DRM5AN,
                 :TH9S-NBM5AN
              FROM M79S
              WHERE
                    COCXBQ = :TH9S-COCXBQ
                AND IDCT   = :TH9S-IDCT
                AND DTEF   = :TH9S-DTEF
                AND CDM5AN = :TH9S-CDM5AN
           end-exec
           if SQLCODE not = 0 and SQLCODE not = +100
              perform ERREUR-DB2
           end-if
           continue.
       LIRE-M79S-FN.
           exit section.

       CREER-M79S SECTION.
           exec sql
              INSERT INTO M79S
                 (COCXBQ, IDCT, DTEF, CDM5AN, CEM5AN,
                  DDM5AN, DFM5AN, DRM5AN, NBM5AN)
              VALUES
                 (:TH9S-COCXBQ, :TH9S-IDCT, :TH9S-DTEF,
                  :TH9S-CDM5AN, :TH9S-CEM5AN, :TH9S-DDM5AN,
                  :TH9S-DFM5AN, :TH9S-DRM5AN, :TH9S-NBM5AN)
           end-exec
           if SQLCODE not = 0
              perform ERREUR-DB2
           end-if
           continue.
       CREER-M79S-FN.
           exit section.

       MODIFIER-M79S SECTION.
           exec sql
              UPDATE M79S
                 SET CEM5AN = :TH9S-CEM5AN,
                     DDM5AN = :TH9S-DDM5AN,
                     DFM5AN = :TH9S-DFM5AN,
                     DRM5AN = :TH9S-DRM5AN,
                     NBM5AN = :TH9S-NBM5AN
              WHERE
                    COCXBQ = :TH9S-COCXBQ
                AND IDCT   = :TH9S-IDCT
                AND DTEF   = :TH9S-DTEF
                AND CDM5AN = :TH9S-CDM5AN
           end-exec
           if SQLCODE not = 0
              perform ERREUR-DB2
           end-if
           continue.
       MODIFIER-M79S-FN.
           exit section.

      *> anomalies ouvertes du contrat, non relevées ce jour
       SOLDER-M79S SECTION.
           exec sql
              UPDATE M79S
                 SET CEM5AN = 'S',
                     DRM5AN = :WW9S-DTTRT
              WHERE
                    COCXBQ = :TH9S-COCXBQ
                AND IDCT   = :TH9S-IDCT
                AND DTEF   = :TH9S-DTEF
                AND CEM5AN <> 'S'
                AND DFM5AN < :WW9S-DTTRT
           end-exec
           evaluate true
             when SQLCODE = 0
               add SQLERRD (3) to WW9S-QCSOLD
             when SQLCODE = +100
               continue
             when other
               perform ERREUR-DB2
           end-evaluate
           continue.
       SOLDER-M79S-FN.
           exit section.

      *> curseur de l'état de vieillissement
       OUVRIR-CSR-M79S SECTION.
           exec sql
              DECLARE CM79S CURSOR FOR
              SELECT
                 COCXBQ, IDCT, DTEF, CDM5AN, CEM5AN,
                 DDM5AN, DFM5AN, DRM5AN, NBM5AN
              FROM M79S
              WHERE
                    CEM5AN <> 'S'
                 OR DRM5AN = :WW9S-DTTRT
              ORDER BY COCXBQ, CDM5AN, DDM5AN, IDCT, DTEF
           end-exec
           exec sql
              OPEN CM79S
           end-exec
           if SQLCODE not = 0
              perform ERREUR-DB2
           end-if
           move 'N' to WW9S-FIN-CSR
           continue.
       OUVRIR-CSR-M79S-FN.
           exit section.

       LIRE-CSR-M79S SECTION.
           exec sql
              FETCH CM79S
              INTO
                 :TH9S-COCXBQ, :TH9S-IDCT, :TH9S-DTEF,
                 :TH9S-CDM5AN, :TH9S-CEM5AN, :TH9S-DDM5AN,
                 :TH9S-DFM5AN, :TH9S-DRM5AN, :TH9S-NBM5AN
           end-exec
           evaluate true
             when SQLCODE = 0
               continue
             when SQLCODE = +100
               move 'O' to WW9S-FIN-CSR
             when other
               perform ERREUR-DB2
           end-evaluate
           continue.
       LIRE-CSR-M79S-FN.
           exit section.

       FERMER-CSR-M79S SECTION.
           exec sql
              CLOSE CM79S
           end-exec
           continue.
       FERMER-CSR-M79S-FN.
           exit section.
      *>
      *> --- Seuil anomalies de la caisse - Table M79T
       LIRE-M79T SECTION.
           exec sql
              SELECT
                 TXM5SA
              INTO
                 :TS9T-TXM5SA
              FROM M79T
              WHERE
                    COCXBQ  = :TS9T-COCXBQ
                AND DDEHVA <= :WW9S-DTTRT
                AND DFEHVA >= :WW9S-DTTRT
           end-exec
           if SQLCODE not = 0 and SQLCODE not = +100
              perform ERREUR-DB2
           end-if
           continue.
       LIRE-M79T-FN.
           exit section.

sqpv  *>
sqpv  *> ===============================================================
cdSY00*>
sqpof *> *>  zone injection fin <* <*
sqpofs*> Insérer ci-dessous l'ouverture des accès gérés en spécifique
           open output SH-ETAT
           open output SW-TRAVAIL
           open output SR-FICHIER
           open output SC-ETAT

sqpo99*> --- Fin ouvertures ressources
sqpo99     continue.
ce0003          ' Contrats en ano'
sqpff *> *>  zone injection fin <* <*
sqpffs*> Insérer ci-dessous la fermeture des accès gérés en spécifique
           close SH-ETAT
           close SR-FICHIER
           close SC-ETAT

sqpf99*> --- Fin fermetures ressources
sqpf99     continue.
