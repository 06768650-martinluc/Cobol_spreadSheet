000274*               ! 10 CARACTERES), COMME LES TRANSACTIONS         *
000275*               ! D'ADSOTP7 ; LES DECOUPAGES QRYLIB ET QRYMVT    *
000276*               ! SONT ELARGIS EN CONSEQUENCE                    *
000277* 15/10/2026    ! SERVICE PROPRIETAIRE DE CHAQUE REQUETE (QRYLIB *
000278*               ! COLONNES 53-62), POSE A L'AJOUT PAR LE SERVICE *
000279*               ! DU MOUVEMENT (QRYMVT COLONNES 54-63) : SEUL LE *
000280*               ! PROPRIETAIRE PEUT MODIFIER OU SUPPRIMER SA     *
000281*               ! REQUETE. UNE ENTREE ANTERIEURE SANS            *
000282*               ! PROPRIETAIRE EST ATTRIBUEE AU PREMIER SERVICE  *
000283*               ! QUI LA MODIFIE. REFUS SOUS LE MOTIF 12         *
000284* 15/10/2026    ! DATE DE GENERATION FACULTATIVE DE LA REQUETE   *
000285*               ! (QRYMVT COLONNES 64-71, QRYLIB 63-70) : ADSOTP7*
000286*               ! EXECUTE ALORS LA REQUETE SUR LE CUBE TEL QU'IL *
000287*               ! ETAIT A CETTE GENERATION. UNE DATE ILLISIBLE   *
000288*               ! EST REFUSEE (MOTIF 11)                         *
000289*===============================================================*
000290*
000300*************************
000310  IDENTIFICATION DIVISION.
000920*---------------------------------------------------------------*
000930*   BIBLIOTHEQUE DES REQUETES NOMMEES : NOM SUR 8 CARACTERES     *
000940*   PUIS LA DEFINITION AU DECOUPAGE DE LA TRANSACTION ADSOTP7    *
000945*   (MODE, VALEUR, BORNES, AXE/INDICE, COORDONNEES, CUBE), ET LE *
000950*   SERVICE PROPRIETAIRE DE LA REQUETE                           *
000955*   ET LA DATE DE GENERATION SSAAMMJJ (ESPACES = CUBE COURANT)   *
000960*---------------------------------------------------------------*
000970  FD  QRY-LIB-FILE
000980      RECORDING MODE IS F
001110          10  QLR-COL                   PIC X(2).
001120          10  QLR-HAU                   PIC X(2).
001130          10  QLR-CUBE                  PIC X(4).
001135      05  QLR-SERVICE                   PIC X(10).
001140      05  QLR-DATE-ASOF                 PIC X(8).
001145      05  FILLER                        PIC X(10).
001150*
001160*---------------------------------------------------------------*
001170*   MOUVEMENTS D'ENTRETIEN : CODE (A = AJOUT / M = MODIFICATION  *
001180*   / S = SUPPRESSION / L = LISTE), NOM DE LA REQUETE, PUIS LA   *
001184*   DEFINITION (EXPLOITEE PAR A ET M SEULEMENT) ET LE SERVICE    *
001188*   DEMANDEUR, OBLIGATOIRE POUR A / M / S : IL DEVIENT LE        *
001192*   PROPRIETAIRE A L'AJOUT ET DOIT L'ETRE POUR M ET S            *
001196*   LA DATE DE GENERATION (FACULTATIVE) SUIT LE SERVICE          *
001200*---------------------------------------------------------------*
001210  FD  QRY-MVT-FILE
001220      RECORDING MODE IS F
001400          10  QMV-COL                   PIC X(2).
001410          10  QMV-HAU                   PIC X(2).
001420          10  QMV-CUBE                  PIC X(4).
001425      05  QMV-SERVICE                   PIC X(10).
001430      05  QMV-DATE-ASOF                 PIC X(8).
001435      05  FILLER                        PIC X(9).
001440*
001450  FD  QRY-OUT-FILE
001460      RECORDING MODE IS F
001670          10  WS-QRY-ACTIF              PIC X.
001680          10  WS-QRY-NOM                PIC X(8).
001690          10  WS-QRY-DEF                PIC X(44).
001693          10  WS-QRY-SERVICE            PIC X(10).
001696          10  WS-QRY-DATE-ASOF          PIC X(8).
001700*
001710  01  WS-NB-QRYS                        PIC 9(3)    VALUE 0.
001720  01  WS-IQRY                           PIC 9(3).
001930  01  WS-CTL-LIG                        PIC 9(2).
001940  01  WS-CTL-COL                        PIC 9(2).
001950  01  WS-CTL-HAU                        PIC 9(2).
001951  01  WS-CTL-DATE                       PIC X(8).
001952  01  WS-CTL-DATE-9 REDEFINES WS-CTL-DATE.
001953      05  WS-CTL-DATE-SSAA              PIC 9(4).
001954      05  WS-CTL-DATE-MM                PIC 9(2).
001955      05  WS-CTL-DATE-JJ                PIC 9(2).
001960*
001970  01  WS-QLIB-FILE-STATUS               PIC X(02).
001980      88  WS-QLIB-FILE-OK                          VALUE '00'.
002220  01  WS-CPT-LISTES                     PIC 9(5)    VALUE 0.
002230  01  WS-CPT-REJETS                     PIC 9(5)    VALUE 0.
002240  01  WS-CPT-ECRITES                    PIC 9(5)    VALUE 0.
002242* MOUVEMENTS REFUSES SOUS LE MOTIF 12 : SERVICE ABSENT (A) OU
002244* NON PROPRIETAIRE DE LA REQUETE (M / S), COMPRIS DANS LES REJETS
002246  01  WS-CPT-REFUS-PROP                 PIC 9(5)    VALUE 0.
002250*
002260  01  WS-LEDIT                          PIC X(80).
002270*
003310                  MOVE 'O' TO WS-QRY-ACTIF (WS-NB-QRYS)
003320                  MOVE QLR-NOM        TO WS-QRY-NOM (WS-NB-QRYS)
003330                  MOVE QLR-DEFINITION TO WS-QRY-DEF (WS-NB-QRYS)
003332                  MOVE QLR-SERVICE TO WS-QRY-SERVICE (WS-NB-QRYS)
003334                  MOVE QLR-DATE-ASOF
003336                                TO WS-QRY-DATE-ASOF (WS-NB-QRYS)
003340              ELSE
003350                  DISPLAY '*====================================*'
003360                  DISPLAY '*  PLUS DE CENT ENTREES DANS QRYLIB  *'
004340*   01 = VALEUR NON NUMERIQUE       02 = BORNES NON NUMERIQUES   *
004350*   03 = BORNE BASSE > BORNE HAUTE  04 = MODE INCONNU            *
004360*   05 = AXE/INDICE INVALIDE        06 = COORDONNEES INVALIDES   *
004362*   11 = DATE DE GENERATION ILLISIBLE (L'EXISTENCE DE LA         *
004364*        GENERATION DANS CUBEHIST EST CONTROLEE PAR ADSOTP7)     *
004366*   12 = SERVICE DU MOUVEMENT ABSENT OU NON PROPRIETAIRE (A :    *
004368*        SERVICE ABSENT, CF. 1020- ; M/S : CF. 1045-)            *
004370*---------------------------------------------------------------*
004380  1015-VALIDE-DEF-DEB.
004390*
004500      MOVE QMV-LIG  TO WS-CTL-LIG.
004510      MOVE QMV-COL  TO WS-CTL-COL.
004520      MOVE QMV-HAU  TO WS-CTL-HAU.
004525      MOVE QMV-DATE-ASOF TO WS-CTL-DATE.
004530*
004540      EVALUATE TRUE
004550          WHEN WS-CTL-EXACTE
005020          WHEN OTHER
005030              MOVE '04' TO WS-MOTIF-REJET
005040      END-EVALUATE.
005041*
005042      IF WS-MOTIF-REJET = SPACES
005043         AND WS-CTL-DATE NOT = SPACES
005044          IF WS-CTL-DATE IS NOT NUMERIC
005045              MOVE '11' TO WS-MOTIF-REJET
005046          ELSE
005047              IF WS-CTL-DATE-MM = 0 OR WS-CTL-DATE-MM > 12
005048                 OR WS-CTL-DATE-JJ = 0 OR WS-CTL-DATE-JJ > 31
005049                  MOVE '11' TO WS-MOTIF-REJET
005050              END-IF
005051          END-IF
005052      END-IF.
005053*
005060  1015-VALIDE-DEF-FIN.
005070      EXIT.
005080*
005090*---------------------------------------------------------------*
005100*   AJOUT D'UNE REQUETE : NOM ENCORE LIBRE, DEFINITION VALIDE,   *
005106*   PLACE DISPONIBLE. LE SERVICE DU MOUVEMENT, OBLIGATOIRE,      *
005112*   DEVIENT LE PROPRIETAIRE DE LA REQUETE                        *
005120*---------------------------------------------------------------*
005130  1020-APPLIQUE-AJOUT-DEB.
005140*
005141      IF QMV-SERVICE = SPACES
005142          MOVE '12' TO WS-MOTIF-REJET
005143          ADD 1 TO WS-CPT-REFUS-PROP
005144          PERFORM 2000-REJETTE-MVT-DEB
005145             THRU 2000-REJETTE-MVT-FIN
005146          GO TO 1020-APPLIQUE-AJOUT-FIN
005147      END-IF.
005150      PERFORM 0140-TROUVE-QRY-DEB
005160         THRU 0140-TROUVE-QRY-FIN.
005170      IF WS-QRY-TROUVE > 0
005310          MOVE 'O' TO WS-QRY-ACTIF (WS-NB-QRYS)
005320          MOVE QMV-NOM        TO WS-QRY-NOM (WS-NB-QRYS)
005330          MOVE QMV-DEFINITION TO WS-QRY-DEF (WS-NB-QRYS)
005333          MOVE QMV-SERVICE    TO WS-QRY-SERVICE (WS-NB-QRYS)
005336          MOVE QMV-DATE-ASOF  TO WS-QRY-DATE-ASOF (WS-NB-QRYS)
005340          ADD 1 TO WS-CPT-AJOUTS
005350      ELSE
005360          PERFORM 2000-REJETTE-MVT-DEB
005410      EXIT.
005420*
005430*---------------------------------------------------------------*
005436*   MODIFICATION D'UNE REQUETE : NOM CONNU, SERVICE DEMANDEUR    *
005442*   PROPRIETAIRE (CF. 1045-), DEFINITION VALIDE                  *
005450*---------------------------------------------------------------*
005460  1030-APPLIQUE-MODIF-DEB.
005470*
005520             THRU 2000-REJETTE-MVT-FIN
005530          GO TO 1030-APPLIQUE-MODIF-FIN
005540      END-IF.
005541      PERFORM 1045-CONTROLE-PROPRIO-DEB
005542         THRU 1045-CONTROLE-PROPRIO-FIN.
005543      IF WS-MOTIF-REJET NOT = SPACES
005544          GO TO 1030-APPLIQUE-MODIF-FIN
005545      END-IF.
005550      PERFORM 1015-VALIDE-DEF-DEB
005560         THRU 1015-VALIDE-DEF-FIN.
005570      IF WS-MOTIF-REJET NOT = SPACES
005600          GO TO 1030-APPLIQUE-MODIF-FIN
005610      END-IF.
005620      MOVE QMV-DEFINITION TO WS-QRY-DEF (WS-QRY-TROUVE).
005623      MOVE QMV-SERVICE    TO WS-QRY-SERVICE (WS-QRY-TROUVE).
005626      MOVE QMV-DATE-ASOF  TO WS-QRY-DATE-ASOF (WS-QRY-TROUVE).
005630      ADD 1 TO WS-CPT-MODIFS.
005640*
005650  1030-APPLIQUE-MODIF-FIN.
005670*
005680*---------------------------------------------------------------*
005690*   SUPPRESSION D'UNE REQUETE : L'ENTREE EST ETEINTE, ELLE NE    *
005696*   SERA PAS REECRITE DANS LA NOUVELLE GENERATION. SEUL LE       *
005702*   PROPRIETAIRE DE LA REQUETE PEUT LA SUPPRIMER (CF. 1045-)     *
005710*---------------------------------------------------------------*
005720  1040-APPLIQUE-SUPPR-DEB.
005730*
005760      IF WS-QRY-TROUVE = 0
005770          PERFORM 2000-REJETTE-MVT-DEB
005780             THRU 2000-REJETTE-MVT-FIN
005783          GO TO 1040-APPLIQUE-SUPPR-FIN
005786      END-IF.
005789      PERFORM 1045-CONTROLE-PROPRIO-DEB
005792         THRU 1045-CONTROLE-PROPRIO-FIN.
005795      IF WS-MOTIF-REJET = SPACES
005800          MOVE 'N' TO WS-QRY-ACTIF (WS-QRY-TROUVE)
005810          ADD 1 TO WS-CPT-SUPPRS
005811      END-IF.
005812*
005813  1040-APPLIQUE-SUPPR-FIN.
005814      EXIT.
005815*
005816*---------------------------------------------------------------*
005817*   CONTROLE DU PROPRIETAIRE AVANT MODIFICATION OU SUPPRESSION : *
005818*   LE SERVICE DU MOUVEMENT DOIT ETRE RENSEIGNE ET EGAL AU       *
005819*   SERVICE PROPRIETAIRE DE LA REQUETE. UNE ENTREE SANS          *
005820*   PROPRIETAIRE (CREEE AVANT SA GESTION) EST LIBRE. REFUS :     *
005821*   WS-MOTIF-REJET A '12', MOUVEMENT REJETE ET COMPTE            *
005822*---------------------------------------------------------------*
005823  1045-CONTROLE-PROPRIO-DEB.
005824*
005825      MOVE SPACES TO WS-MOTIF-REJET.
005826      IF QMV-SERVICE NOT = SPACES
005827         AND (WS-QRY-SERVICE (WS-QRY-TROUVE) = SPACES
005828              OR WS-QRY-SERVICE (WS-QRY-TROUVE) = QMV-SERVICE)
005829          GO TO 1045-CONTROLE-PROPRIO-FIN
005830      END-IF.
005831*
005832      MOVE '12' TO WS-MOTIF-REJET.
005833      ADD 1 TO WS-CPT-REFUS-PROP.
005834      PERFORM 2000-REJETTE-MVT-DEB
005835         THRU 2000-REJETTE-MVT-FIN.
005836      MOVE SPACE TO WS-LEDIT.
005837      STRING '  SERVICE ' QMV-SERVICE
005838             ' NON PROPRIETAIRE (PROPRIETAIRE : '
005839             WS-QRY-SERVICE (WS-QRY-TROUVE) ')'
005840             DELIMITED BY SIZE
005841      INTO WS-LEDIT.
005842      DISPLAY WS-LEDIT.
005843      MOVE WS-LEDIT TO RPT-RECORD.
005844      WRITE RPT-RECORD.
005845*
005846  1045-CONTROLE-PROPRIO-FIN.
005850      EXIT.
005860*
005870*---------------------------------------------------------------*
005920*
005930      MOVE SPACE TO RPT-RECORD.
005940      WRITE RPT-RECORD.
005944      MOVE SPACE TO RPT-RECORD.
005948      STRING 'LISTE DES REQUETES - NOM / DEFINITION / '
005952             'PROPRIETAIRE / DATE' DELIMITED BY SIZE
005956      INTO RPT-RECORD.
005960      WRITE RPT-RECORD.
005970      PERFORM 1055-EDITE-ENTREE-DEB
005980         THRU 1055-EDITE-ENTREE-FIN
006090      IF WS-QRY-ACTIF (WS-IQRY) = 'O'
006100          MOVE SPACE TO WS-LEDIT
006110          STRING WS-QRY-NOM (WS-IQRY) ' : '
006115                 WS-QRY-DEF (WS-IQRY) ' '
006120                 WS-QRY-SERVICE (WS-IQRY) ' '
006125                 WS-QRY-DATE-ASOF (WS-IQRY)
006130                 DELIMITED BY SIZE
006140          INTO WS-LEDIT
006150          MOVE WS-LEDIT TO RPT-RECORD
006690          MOVE SPACES TO WS-LEDIT
006700          STRING WS-QRY-NOM (WS-IQRY)
006710                 WS-QRY-DEF (WS-IQRY)
006713                 WS-QRY-SERVICE (WS-IQRY)
006716                 WS-QRY-DATE-ASOF (WS-IQRY)
006720                 DELIMITED BY SIZE
006730          INTO WS-LEDIT
006740          MOVE WS-LEDIT TO QRY-OUT-RECORD
006910       DISPLAY '  SUPPRESSIONS   : ' WS-CPT-SUPPRS
006920       DISPLAY '  LISTES         : ' WS-CPT-LISTES
006930       DISPLAY '  REJETS         : ' WS-CPT-REJETS
006935       DISPLAY '  DONT MOTIF 12  : ' WS-CPT-REFUS-PROP
006940       DISPLAY '  ENTREES ECRITES: ' WS-CPT-ECRITES
006950       DISPLAY '************************************************'.
006960*
