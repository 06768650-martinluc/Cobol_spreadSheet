000253*               ! SIGNE SEPARE EN TETE) : HISTORIQUE ET EDITIONS *
000254*               ! ELARGIS, LE SEUIL D'ECART DE LA CARTE PASSE A  *
000255*               ! CINQ CHIFFRES (COLONNES 4-8, EN UNITES)        *
000256* 14/10/2026    ! LIBELLES DU DICTIONNAIRE DES AXES (AXEDIC,     *
000257*               ! FACULTATIF, ENTRETENU PAR ADSOTP18) : CHAQUE   *
000258*               ! POSTE SUIVI DANS HISTRPT EST SUIVI DE SES      *
000259*               ! LIBELLES, LE TITRE PORTE LE LIBELLE DU CUBE    *
000260*===============================================================*
000270*
000280*************************
000770      SELECT PARM-FILE    ASSIGN TO PARMIN
000780             ORGANIZATION IS SEQUENTIAL
000790             FILE STATUS  IS WS-PARM-FILE-STATUS.
000791*
000792*---------------------------------------------------------------*
000793*   DICTIONNAIRE DES AXES (ENTRETENU PAR ADSOTP18) : FACULTATIF, *
000794*   SEULES LES ENTREES COMMUNES (CUBE A BLANC) SONT RETENUES     *
000795*---------------------------------------------------------------*
000796      SELECT AXE-DIC-FILE ASSIGN TO AXEDIC
000797             ORGANIZATION IS SEQUENTIAL
000798             FILE STATUS  IS WS-DIC-FILE-STATUS.
000800*
000810*                  ==============================               *
000820*=================<       DATA        DIVISION   >==============*
001370  01  PARM-RECORD.
001380      05  PARM-NB-GEN                   PIC 9(3).
001390      05  PARM-SEUIL                    PIC 9(5).
001391      05  FILLER                        PIC X(72).
001392*
001393*---------------------------------------------------------------*
001394*   DICTIONNAIRE DES AXES : TYPE (L/C/H = INDICE D'UN AXE, K =   *
001395*   LIBELLE DU CUBE), CUBE, INDICE ET LIBELLE (CF. ADSOTP18)     *
001396*---------------------------------------------------------------*
001397  FD  AXE-DIC-FILE
001398      RECORDING MODE IS F
001399      RECORD CONTAINS 80 CHARACTERS.
001400*
001401  01  AXE-DIC-RECORD.
001402      05  ADR-CLE.
001403          10  ADR-TYPE                  PIC X.
001404          10  ADR-CUBE                  PIC X(4).
001405          10  ADR-INDICE                PIC X(2).
001406          10  ADR-INDICE-9
001407              REDEFINES ADR-INDICE      PIC 9(2).
001408      05  ADR-LIBELLE                   PIC X(20).
001409      05  FILLER                        PIC X(53).
001410*
001420*========================
001430  WORKING-STORAGE SECTION.
002150  01  WS-CPT-HORS-BORNES                PIC 9(5)    VALUE 0.
002160  01  WS-CPT-ECARTS-SIGNALES            PIC 9(5)    VALUE 0.
002170*
002171  01  WS-LEDIT                          PIC X(80).
002172*
002173*---------------------------------------------------------------*
002174*   LIBELLES DU DICTIONNAIRE DES AXES : LIBELLE DU CUBE ET       *
002175*   LIBELLE DE CHAQUE INDICE DES TROIS AXES (1 = LIGNE,          *
002176*   2 = COLONNE, 3 = HAUTEUR) ; A BLANC SANS DICTIONNAIRE        *
002177*---------------------------------------------------------------*
002178  01  WS-LIBELLES.
002179      05  WS-LIB-CUBE                   PIC X(20).
002180      05  WS-LIB-AXE                    OCCURS 3.
002181          10  WS-LIB-INDICE             OCCURS 10  PIC X(20).
002182*
002183  01  WS-IAXE                           PIC 9.
002184  01  WS-LIB-X                          PIC 99.
002185  01  WS-LIB-Y                          PIC 99.
002186  01  WS-LIB-Z                          PIC 99.
002187  01  WS-LIB-RPT                        PIC X(66).
002188*
002189  01  WS-DIC-FILE-STATUS                PIC X(02).
002190      88  WS-DIC-FILE-OK                           VALUE '00'.
002191*
002192  01  WS-DIC-FIN-SW                     PIC X       VALUE 'N'.
002193      88  WS-DIC-TERMINE                           VALUE 'O'.
002194*
002200*                  ==============================               *
002210*=================<   PROCEDURE       DIVISION   >==============*
002220*                  ==============================               *
002430      PERFORM 0200-CHARGE-HISTORIQUE-DEB
002440         THRU 0200-CHARGE-HISTORIQUE-FIN.
002450*
002452      PERFORM 0050-CHARGE-AXEDIC-DEB
002454         THRU 0050-CHARGE-AXEDIC-FIN.
002456*
002460      OPEN OUTPUT RPT-FILE.
002470      IF NOT WS-RPT-FILE-OK
002480          DISPLAY '*========================================*'
002520          GO TO 9999-ERREUR-PROGRAMME-DEB
002530      END-IF.
002540*
002544      MOVE SPACE TO WS-LEDIT.
002548      STRING 'SUIVI DES POSTES DU CUBE PAR GENERATION '
002552                          DELIMITED BY SIZE
002556             WS-LIB-CUBE  DELIMITED BY '  '
002560      INTO WS-LEDIT.
002564      MOVE WS-LEDIT TO RPT-RECORD.
002570      WRITE RPT-RECORD.
002580      MOVE SPACE TO WS-LEDIT.
002590      STRING 'GENERATIONS EDITEES ' WS-NB-GEN-EDITEES
002760      PERFORM 9999-FIN-PROGRAMME-DEB
002770         THRU 9999-FIN-PROGRAMME-FIN.
002780*
002781  0000-PROGRAMME-FIN.
002782       EXIT.
002783***************************************************************
002784***************************************************************
002785***************************************************************
002786*---------------------------------------------------------------*
002787*   CHARGEMENT DU DICTIONNAIRE DES AXES (AXEDIC) : L'HISTORIQUE  *
002788*   NE PORTE QU'UN CUBE SANS NOM, SEULES LES ENTREES A CUBE      *
002789*   BLANC SONT RETENUES. DICTIONNAIRE ABSENT : L'ETAT NE PORTE   *
002790*   QUE LES NUMEROS, COMME AVANT                                 *
002791*---------------------------------------------------------------*
002792  0050-CHARGE-AXEDIC-DEB.
002793*
002794      INITIALIZE WS-LIBELLES.
002795      OPEN INPUT AXE-DIC-FILE.
002796      IF WS-DIC-FILE-OK
002797          PERFORM 0055-LECTURE-AXEDIC-DEB
002798             THRU 0055-LECTURE-AXEDIC-FIN
002799            UNTIL WS-DIC-TERMINE
002800          CLOSE AXE-DIC-FILE
002801      END-IF.
002802*
002803  0050-CHARGE-AXEDIC-FIN.
002804      EXIT.
002805*
002806  0055-LECTURE-AXEDIC-DEB.
002807*
002808      READ AXE-DIC-FILE
002809          AT END
002810              MOVE 'O' TO WS-DIC-FIN-SW
002811              GO TO 0055-LECTURE-AXEDIC-FIN
002812      END-READ.
002813      IF ADR-CUBE NOT = SPACES
002814          GO TO 0055-LECTURE-AXEDIC-FIN
002815      END-IF.
002816      EVALUATE ADR-TYPE
002817          WHEN 'K'
002818              MOVE ADR-LIBELLE TO WS-LIB-CUBE
002819              GO TO 0055-LECTURE-AXEDIC-FIN
002820          WHEN 'L'
002821              MOVE 1 TO WS-IAXE
002822          WHEN 'C'
002823              MOVE 2 TO WS-IAXE
002824          WHEN 'H'
002825              MOVE 3 TO WS-IAXE
002826          WHEN OTHER
002827              GO TO 0055-LECTURE-AXEDIC-FIN
002828      END-EVALUATE.
002829      IF ADR-INDICE-9 IS NUMERIC
002830         AND ADR-INDICE-9 > 0 AND ADR-INDICE-9 NOT > 10
002831          MOVE ADR-LIBELLE
002832            TO WS-LIB-INDICE (WS-IAXE, ADR-INDICE-9)
002833      END-IF.
002834*
002835  0055-LECTURE-AXEDIC-FIN.
002836      EXIT.
002837*
002840*---------------------------------------------------------------*
002850*   LECTURE DE LA CARTE PARAMETRE : NOMBRE DE GENERATIONS        *
002860*   EDITEES (1 A 400) ET SEUIL D'ECART. ABSENTE OU INVALIDE,     *
005340      INTO WS-LEDIT.
005350      MOVE WS-LEDIT TO RPT-RECORD.
005360      WRITE RPT-RECORD.
005363      PERFORM 1050-EDITE-LIBELLES-DEB
005366         THRU 1050-EDITE-LIBELLES-FIN.
005370*
005380      IF WS-NB-GEN > WS-NB-GEN-EDITEES
005390          COMPUTE WS-GEN-DEBUT
005470      PERFORM 1010-EDITE-GENERATION-DEB
005480         THRU 1010-EDITE-GENERATION-FIN
005490      VARYING WS-IGEN FROM WS-GEN-DEBUT BY 1
005491        UNTIL WS-IGEN > WS-NB-GEN.
005492*
005493  1000-EDITE-SUIVI-POSTE-FIN.
005494      EXIT.
005495*
005496*---------------------------------------------------------------*
005497*   LIGNE DES LIBELLES DU POSTE DEMANDE SOUS SA LIGNE D'EN-TETE  *
005498*   DANS HISTRPT, QUAND LE DICTIONNAIRE EN PORTE                 *
005499*---------------------------------------------------------------*
005500  1050-EDITE-LIBELLES-DEB.
005501*
005502      MOVE WS-DEM-LIGNE   (WS-IDEM) TO WS-LIB-X.
005503      MOVE WS-DEM-COLONNE (WS-IDEM) TO WS-LIB-Y.
005504      MOVE WS-DEM-HAUTEUR (WS-IDEM) TO WS-LIB-Z.
005505      IF WS-LIB-INDICE (1, WS-LIB-X) = SPACES
005506         AND WS-LIB-INDICE (2, WS-LIB-Y) = SPACES
005507         AND WS-LIB-INDICE (3, WS-LIB-Z) = SPACES
005508          GO TO 1050-EDITE-LIBELLES-FIN
005509      END-IF.
005510      MOVE SPACE TO WS-LIB-RPT.
005511      STRING WS-LIB-INDICE (1, WS-LIB-X) DELIMITED BY '  '
005512             ' / '                       DELIMITED BY SIZE
005513             WS-LIB-INDICE (2, WS-LIB-Y) DELIMITED BY '  '
005514             ' / '                       DELIMITED BY SIZE
005515             WS-LIB-INDICE (3, WS-LIB-Z) DELIMITED BY '  '
005516      INTO WS-LIB-RPT.
005517      MOVE SPACE TO WS-LEDIT.
005518      STRING '  LIBELLES : ' WS-LIB-RPT DELIMITED BY SIZE
005519      INTO WS-LEDIT.
005520      MOVE WS-LEDIT TO RPT-RECORD.
005521      WRITE RPT-RECORD.
005522*
005523  1050-EDITE-LIBELLES-FIN.
005530      EXIT.
005540*
005550  1010-EDITE-GENERATION-DEB.
