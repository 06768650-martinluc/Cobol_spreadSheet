000352*               ! MONTANTS SIGNES A DEUX DECIMALES (S9(7)V99,    *
000353*               ! SIGNE SEPARE EN TETE) : GENERATIONS COMPAREES, *
000354*               ! MOUVEMENTS DELTAOUT ET EDITIONS ELARGIS        *
000355* 14/10/2026    ! LIBELLES DU DICTIONNAIRE DES AXES (AXEDIC,     *
000356*               ! FACULTATIF, ENTRETENU PAR ADSOTP18) : CHAQUE   *
000357*               ! POSTE EDITE DANS RECOUT EST SUIVI DE SES       *
000358*               ! LIBELLES, LE TITRE PORTE LE LIBELLE DU CUBE    *
000360*===============================================================*
000370*
000380*************************
000870      SELECT DELTA-OUT-FILE ASSIGN TO DELTAOUT
000880             ORGANIZATION IS SEQUENTIAL
000890             FILE STATUS  IS WS-DLT-FILE-STATUS.
000891*
000892*---------------------------------------------------------------*
000893*   DICTIONNAIRE DES AXES (ENTRETENU PAR ADSOTP18) : FACULTATIF, *
000894*   SEULES LES ENTREES COMMUNES (CUBE A BLANC) SONT RETENUES     *
000895*---------------------------------------------------------------*
000896      SELECT AXE-DIC-FILE ASSIGN TO AXEDIC
000897             ORGANIZATION IS SEQUENTIAL
000898             FILE STATUS  IS WS-DIC-FILE-STATUS.
000900*
000910*                  ==============================               *
000920*=================<       DATA        DIVISION   >==============*
001550      05  DTO-VALEUR                    PIC S9(7)V99
001551                                        SIGN LEADING SEPARATE.
001560      05  FILLER                        PIC X(63).
001561*
001562*---------------------------------------------------------------*
001563*   DICTIONNAIRE DES AXES : TYPE (L/C/H = INDICE D'UN AXE, K =   *
001564*   LIBELLE DU CUBE), CUBE, INDICE ET LIBELLE (CF. ADSOTP18)     *
001565*---------------------------------------------------------------*
001566  FD  AXE-DIC-FILE
001567      RECORDING MODE IS F
001568      RECORD CONTAINS 80 CHARACTERS.
001569*
001570  01  AXE-DIC-RECORD.
001571      05  ADR-CLE.
001572          10  ADR-TYPE                  PIC X.
001573          10  ADR-CUBE                  PIC X(4).
001574          10  ADR-INDICE                PIC X(2).
001575          10  ADR-INDICE-9
001576              REDEFINES ADR-INDICE      PIC 9(2).
001577      05  ADR-LIBELLE                   PIC X(20).
001578      05  FILLER                        PIC X(53).
001579*
001580*========================
001590  WORKING-STORAGE SECTION.
001600*========================
002283  01  WS-VAL-ED                         PIC +9(7),99.
002284  01  WS-VAL2-ED                        PIC +9(7),99.
002290*
002291  01  WS-LEDIT                          PIC X(80).
002292*
002293*---------------------------------------------------------------*
002294*   LIBELLES DU DICTIONNAIRE DES AXES : LIBELLE DU CUBE ET       *
002295*   LIBELLE DE CHAQUE INDICE DES TROIS AXES (1 = LIGNE,          *
002296*   2 = COLONNE, 3 = HAUTEUR) ; A BLANC SANS DICTIONNAIRE        *
002297*---------------------------------------------------------------*
002298  01  WS-LIBELLES.
002299      05  WS-LIB-CUBE                   PIC X(20).
002300      05  WS-LIB-AXE                    OCCURS 3.
002301          10  WS-LIB-INDICE             OCCURS 10  PIC X(20).
002302*
002303  01  WS-IAXE                           PIC 9.
002304  01  WS-LIB-RPT                        PIC X(66).
002305*
002306  01  WS-DIC-FILE-STATUS                PIC X(02).
002307      88  WS-DIC-FILE-OK                           VALUE '00'.
002308*
002309  01  WS-DIC-FIN-SW                     PIC X       VALUE 'N'.
002310      88  WS-DIC-TERMINE                           VALUE 'O'.
002311*
002320*                  ==============================               *
002330*=================<   PROCEDURE       DIVISION   >==============*
002340*                  ==============================               *
002530      PERFORM 0200-CHARGE-CUR-DEB
002540         THRU 0200-CHARGE-CUR-FIN.
002550*
002552      PERFORM 0050-CHARGE-AXEDIC-DEB
002554         THRU 0050-CHARGE-AXEDIC-FIN.
002556*
002560      OPEN OUTPUT REC-FILE.
002570      IF NOT WS-REC-FILE-OK
002580          DISPLAY '*========================================*'
002720          GO TO 9999-ERREUR-PROGRAMME-DEB
002730      END-IF.
002740*
002742      MOVE SPACE TO WS-LEDIT.
002744      STRING 'RAPPROCHEMENT DES GENERATIONS DU CUBE '
002746                          DELIMITED BY SIZE
002748             WS-LIB-CUBE  DELIMITED BY '  '
002750      INTO WS-LEDIT.
002752      MOVE WS-LEDIT TO REC-RECORD.
002760      WRITE REC-RECORD.
002770      MOVE 'POSTE (L,C,H) - NATURE - AVANT - APRES - ECART'
002780                                                   TO REC-RECORD.
002960      PERFORM 9999-FIN-PROGRAMME-DEB
002970         THRU 9999-FIN-PROGRAMME-FIN.
002980*
002981  0000-PROGRAMME-FIN.
002982       EXIT.
002983***************************************************************
002984***************************************************************
002985***************************************************************
002986*---------------------------------------------------------------*
002987*   CHARGEMENT DU DICTIONNAIRE DES AXES (AXEDIC) : LES MAITRES   *
002988*   COMPARES NE PORTENT QU'UN CUBE SANS NOM, SEULES LES ENTREES  *
002989*   A CUBE BLANC SONT RETENUES. DICTIONNAIRE ABSENT : L'ETAT NE  *
002990*   PORTE QUE LES NUMEROS, COMME AVANT                           *
002991*---------------------------------------------------------------*
002992  0050-CHARGE-AXEDIC-DEB.
002993*
002994      INITIALIZE WS-LIBELLES.
002995      OPEN INPUT AXE-DIC-FILE.
002996      IF WS-DIC-FILE-OK
002997          PERFORM 0055-LECTURE-AXEDIC-DEB
002998             THRU 0055-LECTURE-AXEDIC-FIN
002999            UNTIL WS-DIC-TERMINE
003000          CLOSE AXE-DIC-FILE
003001      END-IF.
003002*
003003  0050-CHARGE-AXEDIC-FIN.
003004      EXIT.
003005*
003006  0055-LECTURE-AXEDIC-DEB.
003007*
003008      READ AXE-DIC-FILE
003009          AT END
003010              MOVE 'O' TO WS-DIC-FIN-SW
003011              GO TO 0055-LECTURE-AXEDIC-FIN
003012      END-READ.
003013      IF ADR-CUBE NOT = SPACES
003014          GO TO 0055-LECTURE-AXEDIC-FIN
003015      END-IF.
003016      EVALUATE ADR-TYPE
003017          WHEN 'K'
003018              MOVE ADR-LIBELLE TO WS-LIB-CUBE
003019              GO TO 0055-LECTURE-AXEDIC-FIN
003020          WHEN 'L'
003021              MOVE 1 TO WS-IAXE
003022          WHEN 'C'
003023              MOVE 2 TO WS-IAXE
003024          WHEN 'H'
003025              MOVE 3 TO WS-IAXE
003026          WHEN OTHER
003027              GO TO 0055-LECTURE-AXEDIC-FIN
003028      END-EVALUATE.
003029      IF ADR-INDICE-9 IS NUMERIC
003030         AND ADR-INDICE-9 > 0 AND ADR-INDICE-9 NOT > 10
003031          MOVE ADR-LIBELLE
003032            TO WS-LIB-INDICE (WS-IAXE, ADR-INDICE-9)
003033      END-IF.
003034*
003035  0055-LECTURE-AXEDIC-FIN.
003036      EXIT.
003037*
003040*---------------------------------------------------------------*
003050*   CHARGEMENT DE LA GENERATION PRECEDENTE (CUBEPRV)             *
003060*---------------------------------------------------------------*
004640      INTO WS-LEDIT.
004650      MOVE WS-LEDIT TO REC-RECORD.
004660      WRITE REC-RECORD.
004663      PERFORM 1050-EDITE-LIBELLES-DEB
004666         THRU 1050-EDITE-LIBELLES-FIN.
004670*
004680      MOVE 'A' TO WS-MVT-CODE.
004690      MOVE WS-CELL-CUR (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR)
004850      INTO WS-LEDIT.
004860      MOVE WS-LEDIT TO REC-RECORD.
004870      WRITE REC-RECORD.
004873      PERFORM 1050-EDITE-LIBELLES-DEB
004876         THRU 1050-EDITE-LIBELLES-FIN.
004880*
004890      MOVE 'S' TO WS-MVT-CODE.
004900      MOVE WS-CELL-PRV (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR)
005140      INTO WS-LEDIT.
005150      MOVE WS-LEDIT TO REC-RECORD.
005160      WRITE REC-RECORD.
005163      PERFORM 1050-EDITE-LIBELLES-DEB
005166         THRU 1050-EDITE-LIBELLES-FIN.
005170*
005180      MOVE 'M' TO WS-MVT-CODE.
005190      MOVE WS-CELL-CUR (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR)
005390      MOVE WS-MVT-VALEUR TO DTO-VALEUR.
005400      WRITE DELTA-OUT-RECORD.
005410      ADD 1 TO WS-CPT-MVTS.
005411*
005412  1040-ECRIT-DELTA-FIN.
005413      EXIT.
005414*
005415*---------------------------------------------------------------*
005416*   LIGNE DES LIBELLES DU POSTE SOUS SA LIGNE D'ECART DANS       *
005417*   RECOUT, QUAND LE DICTIONNAIRE EN PORTE POUR SES INDICES      *
005418*---------------------------------------------------------------*
005419  1050-EDITE-LIBELLES-DEB.
005420*
005421      IF WS-LIB-INDICE (1, WS-ILIGNE)   = SPACES
005422         AND WS-LIB-INDICE (2, WS-ICOLONNE) = SPACES
005423         AND WS-LIB-INDICE (3, WS-IHAUTEUR) = SPACES
005424          GO TO 1050-EDITE-LIBELLES-FIN
005425      END-IF.
005426      MOVE SPACE TO WS-LIB-RPT.
005427      STRING WS-LIB-INDICE (1, WS-ILIGNE)   DELIMITED BY '  '
005428             ' / '                          DELIMITED BY SIZE
005429             WS-LIB-INDICE (2, WS-ICOLONNE) DELIMITED BY '  '
005430             ' / '                          DELIMITED BY SIZE
005431             WS-LIB-INDICE (3, WS-IHAUTEUR) DELIMITED BY '  '
005432      INTO WS-LIB-RPT.
005433      MOVE SPACE TO WS-LEDIT.
005434      STRING '  LIBELLES : ' WS-LIB-RPT DELIMITED BY SIZE
005435      INTO WS-LEDIT.
005436      MOVE WS-LEDIT TO REC-RECORD.
005437      WRITE REC-RECORD.
005438*
005439  1050-EDITE-LIBELLES-FIN.
005440      EXIT.
005450*
005460*---------------------------------------------------------------*
