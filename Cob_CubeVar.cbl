000010*===============================================================*
000020*--                INFORMATIONS GENERALES                     --*
000030*---------------------------------------------------------------*
000040*  NOM DU PROGRAMME : ADSOTP24                                  *
000050*  NOM DU REDACTEUR : MARTINLUC                                 *
000060*---------------------------------------------------------------*
000070*  SOCIETE          : XXXXXXXX                                  *
000080*  DATE DE CREATION : 15/10/2026                                *
000090*---------------------------------------------------------------*
000100*--               OBJECTIFS GENERAUX DU PROGRAMME             --*
000110* ECARTS ENTRE DEUX CUBES NOMMES D'UN MEME MAITRE MULTI-CUBES   *
000120* (BUDGET CONTRE REEL...). LA CARTE PARMIN NOMME LE CUBE DE     *
000130* REFERENCE (A) ET LE CUBE COMPARE (B) ET DONNE LES SEUILS      *
000140* D'ALERTE (ECART ABSOLU ET/OU ECART EN POURCENTAGE DE A).      *
000150* POUR CHAQUE POSTE PORTE PAR L'UN DES DEUX CUBES (UN POSTE     *
000160* ABSENT VAUT ZERO), L'ETAT RPTOUT DONNE LES DEUX MONTANTS,     *
000170* L'ECART B - A ET L'ECART EN POURCENTAGE DE A (NON SIGNIFICATIF*
000180* SI A EST NUL), PUIS LES SOUS-TOTAUX PAR LIGNE, PAR COLONNE ET *
000190* PAR PLAN HAUTEUR ET LE TOTAL GENERAL. TOUT POSTE OU SOUS-TOTAL*
000200* AU-DELA D'UN SEUIL EST SIGNALE. LES MEMES LIGNES SONT         *
000210* EXPORTEES DANS LA FEUILLE VARCSV AVEC LES LIBELLES DU         *
000220* DICTIONNAIRE DES AXES (AXEDIC, FACULTATIF, CF. ADSOTP18).     *
000230* CODE RETOUR GRADUE (CONVENTION ADSOTP7) : 0 = AUCUN SEUIL     *
000240* DEPASSE, 4 = SEUIL DEPASSE, 16 = ARRET ANORMAL.               *
000250*---------------------------------------------------------------*
000260*--               HISTORIQUE DES MODIFICATIONS --               *
000270*---------------------------------------------------------------*
000280* DATE  MODIF   !          NATURE DE LA MODIFICATION            *
000290*---------------------------------------------------------------*
000300* 15/10/2026    ! CREATION DU PROGRAMME                         *
000310*===============================================================*
000320*
000330*************************
000340  IDENTIFICATION DIVISION.
000350*************************
000360  PROGRAM-ID.      ADSOTP24.
000370*
000380*                  ==============================               *
000390*=================<  ENVIRONMENT      DIVISION   >==============*
000400*                  ==============================               *
000410*                                                               *
000420*===============================================================*
000430*
000440**********************
000450  ENVIRONMENT DIVISION.
000460**********************
000470*
000480*======================
000490  CONFIGURATION SECTION.
000500*======================
000510*
000520*--------------
000530  SPECIAL-NAMES.
000540*--------------
000550      DECIMAL-POINT IS COMMA.
000560*
000570*=====================
000580  INPUT-OUTPUT SECTION.
000590*=====================
000600*
000610*-------------
000620  FILE-CONTROL.
000630*-------------
000640*
000650      SELECT CUBE-IN-FILE ASSIGN TO CUBEIN
000660             ORGANIZATION IS SEQUENTIAL
000670             FILE STATUS  IS WS-CUBE-FILE-STATUS.
000680*
000690      SELECT PARM-FILE    ASSIGN TO PARMIN
000700             ORGANIZATION IS SEQUENTIAL
000710             FILE STATUS  IS WS-PARM-FILE-STATUS.
000720*
000730      SELECT AXE-DIC-FILE ASSIGN TO AXEDIC
000740             ORGANIZATION IS SEQUENTIAL
000750             FILE STATUS  IS WS-DIC-FILE-STATUS.
000760*
000770      SELECT RPT-FILE     ASSIGN TO RPTOUT
000780             ORGANIZATION IS SEQUENTIAL
000790             FILE STATUS  IS WS-RPT-FILE-STATUS.
000800*
000810      SELECT VAR-CSV-FILE ASSIGN TO VARCSV
000820             ORGANIZATION IS LINE SEQUENTIAL
000830             FILE STATUS  IS WS-VCSV-FILE-STATUS.
000840*
000850*                  ==============================               *
000860*=================<       DATA        DIVISION   >==============*
000870*                  ==============================               *
000880*                                                               *
000890*===============================================================*
000900*
000910***************
000920  DATA DIVISION.
000930***************
000940*
000950*=============
000960  FILE SECTION.
000970*=============
000980*
000990*---------------------------------------------------------------*
001000*   MAITRE MULTI-CUBES : MEME DECOUPAGE QUE LE CUBEIN D'ADSOTP7  *
001010*---------------------------------------------------------------*
001020  FD  CUBE-IN-FILE
001030      RECORDING MODE IS F
001040      RECORD CONTAINS 80 CHARACTERS.
001050*
001060  01  CUBE-IN-RECORD.
001070      05  CIR-LIGNE                     PIC 99.
001080      05  CIR-COLONNE                   PIC 99.
001090      05  CIR-HAUTEUR                   PIC 99.
001100      05  CIR-VALEUR                    PIC S9(7)V99
001110                                        SIGN LEADING SEPARATE.
001120* NOM DU CUBE DESTINATAIRE DU POSTE (ESPACES = PREMIER CUBE)
001130      05  CIR-CUBE                      PIC X(4).
001140      05  FILLER                        PIC X(60).
001150*
001160*---------------------------------------------------------------*
001170*   CARTE PARAMETRE : CUBE DE REFERENCE A, CUBE COMPARE B        *
001180*   (ESPACES = PREMIER CUBE DU MAITRE), SEUIL D'ECART ABSOLU     *
001190*   9(7)V99 ET SEUIL D'ECART EN POURCENTAGE 9(3)V99 (A BLANC OU  *
001200*   A ZERO = PAS DE CONTROLE SUR CE SEUIL)                       *
001210*---------------------------------------------------------------*
001220  FD  PARM-FILE
001230      RECORDING MODE IS F
001240      RECORD CONTAINS 80 CHARACTERS.
001250*
001260  01  PARM-RECORD.
001270      05  PARM-CUBE-A                   PIC X(4).
001280      05  PARM-CUBE-B                   PIC X(4).
001290      05  PARM-SEUIL-ABS                PIC X(9).
001300      05  PARM-SEUIL-ABS-N REDEFINES PARM-SEUIL-ABS
001310                                        PIC 9(7)V99.
001320      05  PARM-SEUIL-PCT                PIC X(5).
001330      05  PARM-SEUIL-PCT-N REDEFINES PARM-SEUIL-PCT
001340                                        PIC 9(3)V99.
001350      05  FILLER                        PIC X(58).
001360*
001370*---------------------------------------------------------------*
001380*   DICTIONNAIRE DES AXES : TYPE (L/C/H = INDICE D'UN AXE, K =   *
001390*   LIBELLE DU CUBE), CUBE, INDICE ET LIBELLE (CF. ADSOTP18)     *
001400*---------------------------------------------------------------*
001410  FD  AXE-DIC-FILE
001420      RECORDING MODE IS F
001430      RECORD CONTAINS 80 CHARACTERS.
001440*
001450  01  AXE-DIC-RECORD.
001460      05  ADR-CLE.
001470          10  ADR-TYPE                  PIC X.
001480          10  ADR-CUBE                  PIC X(4).
001490          10  ADR-INDICE                PIC X(2).
001500          10  ADR-INDICE-9
001510              REDEFINES ADR-INDICE      PIC 9(2).
001520      05  ADR-LIBELLE                   PIC X(20).
001530      05  FILLER                        PIC X(53).
001540*
001550  FD  RPT-FILE
001560      RECORDING MODE IS F
001570      RECORD CONTAINS 80 CHARACTERS.
001580*
001590  01  RPT-RECORD                        PIC X(80).
001600*
001610  FD  VAR-CSV-FILE.
001620*
001630  01  VAR-CSV-RECORD                    PIC X(180).
001640*
001650*========================
001660  WORKING-STORAGE SECTION.
001670*========================
001680*---------------------------------------------------------------*
001690*   CUBES NOMMES CHARGES EN MEMOIRE, COMME DANS ADSOTP7, AVEC UN *
001700*   TEMOIN DE PRESENCE PAR POSTE                                 *
001710*---------------------------------------------------------------*
001720  01  WS-CUBES.
001730      05  WS-CUBE-ENT                   OCCURS 6.
001740          10  WS-CUBE-NOM               PIC X(4).
001750          10  WS-TABLEAU-1.
001760              15  FILLER                    OCCURS 10.
001770                  20  FILLER                OCCURS 10.
001780                      25  FILLER            OCCURS 10.
001790                          30  WS-CELL-TAB-1 PIC S9(7)V99
001800                                         SIGN LEADING SEPARATE.
001810*
001820  01  WS-PRESENCES.
001830      05  WS-PRESENCE-ENT               OCCURS 6.
001840          10  FILLER                    OCCURS 10.
001850              15  FILLER                OCCURS 10.
001860                  20  FILLER            OCCURS 10.
001870                      25  WS-CELL-PRES  PIC X.
001880*
001890  01  WS-NB-CUBES                       PIC 9       VALUE 0.
001900  01  WS-ICUBE                          PIC 9.
001910  01  WS-CHARGE-CUBE                    PIC 9.
001920  01  WS-CUBE-CUR                       PIC 9       VALUE 0.
001930  01  WS-CUBE-DEMANDE                   PIC X(4).
001940* RANGS DES DEUX CUBES COMPARES DANS WS-CUBES
001950  01  WS-CUBE-A                         PIC 9.
001960  01  WS-CUBE-B                         PIC 9.
001970*
001980  01  WS-ILIGNE                         PIC 99.
001990  01  WS-ICOLONNE                       PIC 99.
002000  01  WS-IHAUTEUR                       PIC 99.
002010  01  WS-IAXE                           PIC 9.
002020  01  WS-IIDX                           PIC 99.
002030*
002040*---------------------------------------------------------------*
002050*   SEUILS DE LA CARTE PARMIN ET TEMOINS D'ACTIVATION            *
002060*---------------------------------------------------------------*
002070  01  WS-SEUIL-ABS-SW                   PIC X       VALUE 'N'.
002080      88  WS-SEUIL-ABS-ACTIF                       VALUE 'O'.
002090  01  WS-SEUIL-ABS                      PIC 9(7)V99 VALUE 0.
002100  01  WS-SEUIL-PCT-SW                   PIC X       VALUE 'N'.
002110      88  WS-SEUIL-PCT-ACTIF                       VALUE 'O'.
002120  01  WS-SEUIL-PCT                      PIC 9(3)V99 VALUE 0.
002130*
002140*---------------------------------------------------------------*
002150*   SOUS-TOTAUX PAR INDICE DE CHAQUE AXE (1 = LIGNE, 2 =         *
002160*   COLONNE, 3 = HAUTEUR) : MONTANTS A ET B ET NOMBRE DE POSTES  *
002170*---------------------------------------------------------------*
002180  01  WS-SOUS-TOTAUX.
002190      05  WS-STT-AXE                    OCCURS 3.
002200          10  WS-STT-ENT                OCCURS 10.
002210              15  WS-STT-A              PIC S9(9)V99.
002220              15  WS-STT-B              PIC S9(9)V99.
002230              15  WS-STT-NB             PIC 9(4).
002240*
002250  01  WS-TOT-A                          PIC S9(9)V99 VALUE 0.
002260  01  WS-TOT-B                          PIC S9(9)V99 VALUE 0.
002270*
002280*---------------------------------------------------------------*
002290*   LIGNE D'ECART EN COURS (POSTE, SOUS-TOTAL OU TOTAL) :        *
002300*   MONTANTS, ECART, POURCENTAGE ET ALERTE                       *
002310*---------------------------------------------------------------*
002320  01  WS-VAR-A                          PIC S9(9)V99.
002330  01  WS-VAR-B                          PIC S9(9)V99.
002340  01  WS-VAR-ECART                      PIC S9(10)V99.
002350  01  WS-VAR-PCT                        PIC S9(9)V99.
002360  01  WS-VAR-ABS                        PIC 9(10)V99.
002370  01  WS-VAR-PCT-ABS                    PIC 9(9)V99.
002380  01  WS-PCT-SW                         PIC X       VALUE 'N'.
002390      88  WS-PCT-SIGNIFICATIF                      VALUE 'O'.
002400  01  WS-ALERTE-SW                      PIC X       VALUE 'N'.
002410      88  WS-EN-ALERTE                             VALUE 'O'.
002420*
002430* TYPE DE LIGNE (CELL/ROW/COLUMN/HEIGHT/TOTAL) ET COORDONNEES
002440* EDITEES (ETOILES SUR LES AXES CUMULES)
002450  01  WS-VAR-TYPE                       PIC X(6).
002460  01  WS-VAR-COORD.
002470      05  WS-VAR-L                      PIC X(2).
002480      05  WS-VAR-C                      PIC X(2).
002490      05  WS-VAR-H                      PIC X(2).
002500  01  WS-IDX-ED                         PIC 99.
002510*
002520*---------------------------------------------------------------*
002530*   LIBELLES DU DICTIONNAIRE DES AXES POUR LE CUBE A : LIBELLES  *
002540*   COMMUNS (CUBE A ESPACES) ET LIBELLES PROPRES AU CUBE, CES    *
002550*   DERNIERS PREVALANT ; A BLANC SANS DICTIONNAIRE               *
002560*---------------------------------------------------------------*
002570  01  WS-LIBELLES.
002580      05  WS-LIB-CUBE-A                 PIC X(20).
002590      05  WS-LIB-CUBE-B                 PIC X(20).
002600      05  WS-LIB-AXE                    OCCURS 3.
002610          10  WS-LIB-INDICE             OCCURS 10  PIC X(20).
002620      05  WS-LIBP-AXE                   OCCURS 3.
002630          10  WS-LIBP-INDICE            OCCURS 10  PIC X(20).
002640*
002650  01  WS-LIB-L                          PIC X(20).
002660  01  WS-LIB-C                          PIC X(20).
002670  01  WS-LIB-H                          PIC X(20).
002680  01  WS-LIB-RPT                        PIC X(66).
002690*
002700  01  WS-CUBE-FILE-STATUS               PIC X(02).
002710      88  WS-CUBE-FILE-OK                          VALUE '00'.
002720*
002730  01  WS-PARM-FILE-STATUS               PIC X(02).
002740      88  WS-PARM-FILE-OK                          VALUE '00'.
002750*
002760  01  WS-DIC-FILE-STATUS                PIC X(02).
002770      88  WS-DIC-FILE-OK                           VALUE '00'.
002780*
002790  01  WS-RPT-FILE-STATUS                PIC X(02).
002800      88  WS-RPT-FILE-OK                           VALUE '00'.
002810*
002820  01  WS-VCSV-FILE-STATUS               PIC X(02).
002830      88  WS-VCSV-FILE-OK                          VALUE '00'.
002840*
002850  01  WS-CUBE-FILE-FIN-SW               PIC X       VALUE 'N'.
002860      88  WS-CUBE-FILE-TERMINE                     VALUE 'O'.
002870*
002880  01  WS-DIC-FIN-SW                     PIC X       VALUE 'N'.
002890      88  WS-DIC-TERMINE                           VALUE 'O'.
002900*
002910*---------------------------------------------------------------*
002920*   COMPTEURS DE FIN DE TRAITEMENT                               *
002930*---------------------------------------------------------------*
002940  01  WS-CPT-POSTES-LUS                 PIC 9(5)    VALUE 0.
002950  01  WS-CPT-IGNORES                    PIC 9(5)    VALUE 0.
002960  01  WS-CPT-CUBES-EXCLUS               PIC 9(5)    VALUE 0.
002970  01  WS-CPT-POSTES-COMP                PIC 9(5)    VALUE 0.
002980  01  WS-CPT-ABSENTS-A                  PIC 9(5)    VALUE 0.
002990  01  WS-CPT-ABSENTS-B                  PIC 9(5)    VALUE 0.
003000  01  WS-CPT-ALERTES-POSTE              PIC 9(5)    VALUE 0.
003010  01  WS-CPT-ALERTES-STT                PIC 9(5)    VALUE 0.
003020*
003030  01  WS-CR-FINAL                       PIC 99      VALUE 0.
003040*
003050  01  WS-LEDIT                          PIC X(80).
003060  01  WS-CSV-LINE                       PIC X(180).
003070* ZONES D'EDITION DES MONTANTS (POINT DECIMAL, CF. ADSOTP7)
003080  01  WS-VAL-A-ED                       PIC +9(9),99.
003090  01  WS-VAL-B-ED                       PIC +9(9),99.
003100  01  WS-ECART-ED                       PIC +9(10),99.
003110  01  WS-PCT-ED                         PIC +9(9),99.
003120  01  WS-PCT-ZONE                       PIC X(13).
003130  01  WS-ALERTE-ZONE                    PIC X(5).
003140  01  WS-SEUIL-ABS-ED                   PIC 9(7),99.
003150  01  WS-SEUIL-PCT-ED                   PIC 9(3),99.
003160*
003170*                  ==============================               *
003180*=================<   PROCEDURE       DIVISION   >==============*
003190*                  ==============================               *
003200*                                                               *
003210*===============================================================*
003220*
003230  PROCEDURE           DIVISION.
003240*
003250*---------------------------------------------------------------*
003260*               DESCRIPTION DU COMPOSANT PROGRAMME              *
003270*               ==================================              *
003280*---------------------------------------------------------------*
003290*
003300  0000-PROGRAMME-DEB.
003310*
003320      INITIALIZE WS-CUBES
003330                 WS-SOUS-TOTAUX
003340                 WS-LIBELLES.
003350      MOVE ALL 'N' TO WS-PRESENCES.
003360*
003370      PERFORM 0010-LECTURE-PARAMETRES-DEB
003380         THRU 0010-LECTURE-PARAMETRES-FIN.
003390*
003400      PERFORM 0100-CHARGE-TABLEAU-1-DEB
003410         THRU 0100-CHARGE-TABLEAU-1-FIN.
003420*
003430      PERFORM 0150-RESOUT-CUBES-DEB
003440         THRU 0150-RESOUT-CUBES-FIN.
003450*
003460      PERFORM 0050-CHARGE-AXEDIC-DEB
003470         THRU 0050-CHARGE-AXEDIC-FIN.
003480*
003490      PERFORM 0200-OUVRE-SORTIES-DEB
003500         THRU 0200-OUVRE-SORTIES-FIN.
003510*
003520      PERFORM 1000-ECART-POSTE-DEB
003530         THRU 1000-ECART-POSTE-FIN
003540      VARYING WS-ILIGNE FROM 1 BY 1
003550        UNTIL WS-ILIGNE > 10
003560        AFTER WS-ICOLONNE FROM 1 BY 1
003570        UNTIL WS-ICOLONNE > 10
003580        AFTER WS-IHAUTEUR FROM 1 BY 1
003590        UNTIL WS-IHAUTEUR > 10.
003600*
003610      PERFORM 2000-SOUS-TOTAUX-DEB
003620         THRU 2000-SOUS-TOTAUX-FIN.
003630*
003640      PERFORM 3300-ECRIT-TOTAUX-DEB
003650         THRU 3300-ECRIT-TOTAUX-FIN.
003660*
003670      CLOSE RPT-FILE
003680            VAR-CSV-FILE.
003690*
003700      PERFORM 8999-STATISTIQUES-DEB
003710         THRU 8999-STATISTIQUES-FIN.
003720*
003730      PERFORM 9999-FIN-PROGRAMME-DEB
003740         THRU 9999-FIN-PROGRAMME-FIN.
003750*
003760  0000-PROGRAMME-FIN.
003770       EXIT.
003780***************************************************************
003790***************************************************************
003800***************************************************************
003810*---------------------------------------------------------------*
003820*   LECTURE DE LA CARTE PARAMETRE ; SANS ELLE LES CUBES A        *
003830*   COMPARER NE SONT PAS CONNUS ET LE PASSAGE EST ARRETE         *
003840*---------------------------------------------------------------*
003850  0010-LECTURE-PARAMETRES-DEB.
003860*
003870      OPEN INPUT PARM-FILE.
003880      IF NOT WS-PARM-FILE-OK
003890          DISPLAY '*========================================*'
003900          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER PARMIN *'
003910          DISPLAY '*  CODE STATUT : ' WS-PARM-FILE-STATUS
003920          DISPLAY '*========================================*'
003930          GO TO 9999-ERREUR-PROGRAMME-DEB
003940      END-IF.
003950      READ PARM-FILE
003960          AT END
003970              DISPLAY '*====================================*'
003980              DISPLAY '*  CARTE PARMIN ABSENTE : CUBES A    *'
003990              DISPLAY '*  COMPARER INCONNUS                 *'
004000              DISPLAY '*====================================*'
004010              CLOSE PARM-FILE
004020              GO TO 9999-ERREUR-PROGRAMME-DEB
004030      END-READ.
004040      CLOSE PARM-FILE.
004050*
004060      IF PARM-SEUIL-ABS NOT = SPACES
004070          IF PARM-SEUIL-ABS-N IS NOT NUMERIC
004080              DISPLAY '*====================================*'
004090              DISPLAY '*  SEUIL D''ECART ABSOLU NON NUMERIQUE*'
004100              DISPLAY '*====================================*'
004110              GO TO 9999-ERREUR-PROGRAMME-DEB
004120          END-IF
004130          IF PARM-SEUIL-ABS-N > 0
004140              MOVE 'O'              TO WS-SEUIL-ABS-SW
004150              MOVE PARM-SEUIL-ABS-N TO WS-SEUIL-ABS
004160          END-IF
004170      END-IF.
004180      IF PARM-SEUIL-PCT NOT = SPACES
004190          IF PARM-SEUIL-PCT-N IS NOT NUMERIC
004200              DISPLAY '*====================================*'
004210              DISPLAY '*  SEUIL D''ECART EN % NON NUMERIQUE  *'
004220              DISPLAY '*====================================*'
004230              GO TO 9999-ERREUR-PROGRAMME-DEB
004240          END-IF
004250          IF PARM-SEUIL-PCT-N > 0
004260              MOVE 'O'              TO WS-SEUIL-PCT-SW
004270              MOVE PARM-SEUIL-PCT-N TO WS-SEUIL-PCT
004280          END-IF
004290      END-IF.
004300*
004310  0010-LECTURE-PARAMETRES-FIN.
004320      EXIT.
004330*
004340*---------------------------------------------------------------*
004350*   CHARGEMENT DU DICTIONNAIRE DES AXES (AXEDIC) : LIBELLES      *
004360*   COMMUNS ET LIBELLES PROPRES AU CUBE A, LIBELLE DE CHACUN DES *
004370*   DEUX CUBES. DICTIONNAIRE ABSENT : L'ETAT NE PORTE QUE LES    *
004380*   NUMEROS                                                      *
004390*---------------------------------------------------------------*
004400  0050-CHARGE-AXEDIC-DEB.
004410*
004420      OPEN INPUT AXE-DIC-FILE.
004430      IF WS-DIC-FILE-OK
004440          PERFORM 0055-LECTURE-AXEDIC-DEB
004450             THRU 0055-LECTURE-AXEDIC-FIN
004460            UNTIL WS-DIC-TERMINE
004470          CLOSE AXE-DIC-FILE
004480      END-IF.
004490*
004500  0050-CHARGE-AXEDIC-FIN.
004510      EXIT.
004520*
004530  0055-LECTURE-AXEDIC-DEB.
004540*
004550      READ AXE-DIC-FILE
004560          AT END
004570              MOVE 'O' TO WS-DIC-FIN-SW
004580              GO TO 0055-LECTURE-AXEDIC-FIN
004590      END-READ.
004600      IF ADR-TYPE = 'K'
004610          IF ADR-CUBE = WS-CUBE-NOM (WS-CUBE-A)
004620              MOVE ADR-LIBELLE TO WS-LIB-CUBE-A
004630          END-IF
004640          IF ADR-CUBE = WS-CUBE-NOM (WS-CUBE-B)
004650              MOVE ADR-LIBELLE TO WS-LIB-CUBE-B
004660          END-IF
004670          GO TO 0055-LECTURE-AXEDIC-FIN
004680      END-IF.
004690      IF ADR-CUBE NOT = SPACES
004700         AND ADR-CUBE NOT = WS-CUBE-NOM (WS-CUBE-A)
004710          GO TO 0055-LECTURE-AXEDIC-FIN
004720      END-IF.
004730      EVALUATE ADR-TYPE
004740          WHEN 'L'
004750              MOVE 1 TO WS-IAXE
004760          WHEN 'C'
004770              MOVE 2 TO WS-IAXE
004780          WHEN 'H'
004790              MOVE 3 TO WS-IAXE
004800          WHEN OTHER
004810              GO TO 0055-LECTURE-AXEDIC-FIN
004820      END-EVALUATE.
004830      IF ADR-INDICE-9 IS NUMERIC
004840         AND ADR-INDICE-9 > 0 AND ADR-INDICE-9 NOT > 10
004850          IF ADR-CUBE = SPACES
004860              MOVE ADR-LIBELLE
004870                TO WS-LIB-INDICE (WS-IAXE, ADR-INDICE-9)
004880          ELSE
004890              MOVE ADR-LIBELLE
004900                TO WS-LIBP-INDICE (WS-IAXE, ADR-INDICE-9)
004910          END-IF
004920      END-IF.
004930*
004940  0055-LECTURE-AXEDIC-FIN.
004950      EXIT.
004960*
004970*---------------------------------------------------------------*
004980*   CHARGEMENT DES CUBES DU MAITRE ; SANS LUI LE PASSAGE N'A PAS *
004990*   D'OBJET                                                      *
005000*---------------------------------------------------------------*
005010  0100-CHARGE-TABLEAU-1-DEB.
005020*
005030      OPEN INPUT CUBE-IN-FILE.
005040      IF NOT WS-CUBE-FILE-OK
005050          DISPLAY '*========================================*'
005060          DISPLAY '*  OUVERTURE IMPOSSIBLE DU MAITRE CUBEIN  *'
005070          DISPLAY '*  CODE STATUT : ' WS-CUBE-FILE-STATUS
005080          DISPLAY '*========================================*'
005090          GO TO 9999-ERREUR-PROGRAMME-DEB
005100      END-IF.
005110*
005120      PERFORM 0110-LECTURE-CUBE-DEB
005130         THRU 0110-LECTURE-CUBE-FIN
005140        UNTIL WS-CUBE-FILE-TERMINE.
005150      CLOSE CUBE-IN-FILE.
005160*
005170  0100-CHARGE-TABLEAU-1-FIN.
005180      EXIT.
005190*
005200*---------------------------------------------------------------*
005210*   LES COORDONNEES LUES SONT CONTROLEES (1 A 10 SUR CHAQUE      *
005220*   AXE) AVANT D'ADRESSER LA TABLE ; HORS BORNES, LE POSTE EST   *
005230*   IGNORE                                                       *
005240*---------------------------------------------------------------*
005250  0110-LECTURE-CUBE-DEB.
005260*
005270      READ CUBE-IN-FILE
005280          AT END
005290              MOVE 'O' TO WS-CUBE-FILE-FIN-SW
005300          NOT AT END
005310              ADD 1 TO WS-CPT-POSTES-LUS
005320              IF CIR-LIGNE   IS NUMERIC AND CIR-LIGNE   > 0
005330                 AND CIR-LIGNE   NOT > 10
005340                 AND CIR-COLONNE IS NUMERIC AND CIR-COLONNE > 0
005350                 AND CIR-COLONNE NOT > 10
005360                 AND CIR-HAUTEUR IS NUMERIC AND CIR-HAUTEUR > 0
005370                 AND CIR-HAUTEUR NOT > 10
005380                  MOVE CIR-CUBE TO WS-CUBE-DEMANDE
005390                  PERFORM 0145-TROUVE-CREE-CUBE-DEB
005400                     THRU 0145-TROUVE-CREE-CUBE-FIN
005410                  IF WS-CHARGE-CUBE > 0
005420                      MOVE CIR-VALEUR TO WS-CELL-TAB-1
005430                          (WS-CHARGE-CUBE,
005440                           CIR-LIGNE, CIR-COLONNE, CIR-HAUTEUR)
005450                      MOVE 'O' TO WS-CELL-PRES
005460                          (WS-CHARGE-CUBE,
005470                           CIR-LIGNE, CIR-COLONNE, CIR-HAUTEUR)
005480                  END-IF
005490              ELSE
005500                  ADD 1 TO WS-CPT-IGNORES
005510                  DISPLAY '*====================================*'
005520                  DISPLAY '*  ENREGISTREMENT CUBEIN HORS BORNES *'
005530                  DISPLAY '*  IGNORE                            *'
005540                  DISPLAY '*====================================*'
005550              END-IF
005560      END-READ.
005570*
005580  0110-LECTURE-CUBE-FIN.
005590      EXIT.
005600*
005610*---------------------------------------------------------------*
005620*   RESOLUTION DU CUBE VISE (NOM A BLANC = PREMIER CUBE)         *
005630*---------------------------------------------------------------*
005640  0140-TROUVE-CUBE-DEB.
005650*
005660      MOVE 0 TO WS-CUBE-CUR.
005670      IF WS-CUBE-DEMANDE = SPACES
005680          IF WS-NB-CUBES > 0
005690              MOVE 1 TO WS-CUBE-CUR
005700          END-IF
005710          GO TO 0140-TROUVE-CUBE-FIN
005720      END-IF.
005730      PERFORM 0142-COMPARE-CUBE-DEB
005740         THRU 0142-COMPARE-CUBE-FIN
005750      VARYING WS-ICUBE FROM 1 BY 1
005760        UNTIL WS-ICUBE > WS-NB-CUBES
005770           OR WS-CUBE-CUR > 0.
005780*
005790  0140-TROUVE-CUBE-FIN.
005800      EXIT.
005810*
005820  0142-COMPARE-CUBE-DEB.
005830*
005840      IF WS-CUBE-NOM (WS-ICUBE) = WS-CUBE-DEMANDE
005850          MOVE WS-ICUBE TO WS-CUBE-CUR
005860      END-IF.
005870*
005880  0142-COMPARE-CUBE-FIN.
005890      EXIT.
005900*
005910*---------------------------------------------------------------*
005920*   RESOLUTION D'UN NOM DE CUBE AU CHARGEMENT : LE CUBE EST CREE *
005930*   S'IL N'EXISTE PAS ENCORE, DANS LA LIMITE DES SIX CUBES       *
005940*   COMPILES (CF. ADSOTP7) ; AU-DELA LE POSTE EST IGNORE         *
005950*---------------------------------------------------------------*
005960  0145-TROUVE-CREE-CUBE-DEB.
005970*
005980      IF WS-CUBE-DEMANDE = SPACES
005990          IF WS-NB-CUBES = 0
006000              MOVE 1 TO WS-NB-CUBES
006010          END-IF
006020          MOVE 1 TO WS-CHARGE-CUBE
006030          GO TO 0145-TROUVE-CREE-CUBE-FIN
006040      END-IF.
006050      PERFORM 0140-TROUVE-CUBE-DEB
006060         THRU 0140-TROUVE-CUBE-FIN.
006070      IF WS-CUBE-CUR > 0
006080          MOVE WS-CUBE-CUR TO WS-CHARGE-CUBE
006090          GO TO 0145-TROUVE-CREE-CUBE-FIN
006100      END-IF.
006110      IF WS-NB-CUBES < 6
006120          ADD 1 TO WS-NB-CUBES
006130          MOVE WS-CUBE-DEMANDE TO WS-CUBE-NOM (WS-NB-CUBES)
006140          MOVE WS-NB-CUBES TO WS-CHARGE-CUBE
006150      ELSE
006160          MOVE 0 TO WS-CHARGE-CUBE
006170          ADD 1 TO WS-CPT-CUBES-EXCLUS
006180          DISPLAY '*====================================*'
006190          DISPLAY '*  PLUS DE SIX CUBES DANS CUBEIN     *'
006200          DISPLAY '*  POSTE IGNORE : CUBE ' WS-CUBE-DEMANDE
006210          DISPLAY '*====================================*'
006220      END-IF.
006230*
006240  0145-TROUVE-CREE-CUBE-FIN.
006250      EXIT.
006260*
006270*---------------------------------------------------------------*
006280*   LES DEUX CUBES DE LA CARTE DOIVENT ETRE PORTES PAR LE MAITRE *
006290*   ET ETRE DISTINCTS, SINON LE PASSAGE EST ARRETE               *
006300*---------------------------------------------------------------*
006310  0150-RESOUT-CUBES-DEB.
006320*
006330      MOVE PARM-CUBE-A TO WS-CUBE-DEMANDE.
006340      PERFORM 0140-TROUVE-CUBE-DEB
006350         THRU 0140-TROUVE-CUBE-FIN.
006360      MOVE WS-CUBE-CUR TO WS-CUBE-A.
006370      MOVE PARM-CUBE-B TO WS-CUBE-DEMANDE.
006380      PERFORM 0140-TROUVE-CUBE-DEB
006390         THRU 0140-TROUVE-CUBE-FIN.
006400      MOVE WS-CUBE-CUR TO WS-CUBE-B.
006410*
006420      IF WS-CUBE-A = 0 OR WS-CUBE-B = 0
006430          DISPLAY '*========================================*'
006440          DISPLAY '*  CUBE DE LA CARTE PARMIN ABSENT DU     *'
006450          DISPLAY '*  MAITRE : ' PARM-CUBE-A ' / ' PARM-CUBE-B
006460          DISPLAY '*========================================*'
006470          GO TO 9999-ERREUR-PROGRAMME-DEB
006480      END-IF.
006490      IF WS-CUBE-A = WS-CUBE-B
006500          DISPLAY '*========================================*'
006510          DISPLAY '*  LA CARTE PARMIN NOMME DEUX FOIS LE     *'
006520          DISPLAY '*  MEME CUBE : ' PARM-CUBE-A
006530          DISPLAY '*========================================*'
006540          GO TO 9999-ERREUR-PROGRAMME-DEB
006550      END-IF.
006560*
006570  0150-RESOUT-CUBES-FIN.
006580      EXIT.
006590*
006600*---------------------------------------------------------------*
006610*   OUVERTURE DE L'ETAT ET DE LA FEUILLE CSV, ENTETES            *
006620*---------------------------------------------------------------*
006630  0200-OUVRE-SORTIES-DEB.
006640*
006650      OPEN OUTPUT RPT-FILE.
006660      IF NOT WS-RPT-FILE-OK
006670          DISPLAY '*========================================*'
006680          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER RPTOUT *'
006690          DISPLAY '*  CODE STATUT : ' WS-RPT-FILE-STATUS
006700          DISPLAY '*========================================*'
006710          GO TO 9999-ERREUR-PROGRAMME-DEB
006720      END-IF.
006730      OPEN OUTPUT VAR-CSV-FILE.
006740      IF NOT WS-VCSV-FILE-OK
006750          DISPLAY '*========================================*'
006760          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER VARCSV *'
006770          DISPLAY '*  CODE STATUT : ' WS-VCSV-FILE-STATUS
006780          DISPLAY '*========================================*'
006790          GO TO 9999-ERREUR-PROGRAMME-DEB
006800      END-IF.
006810*
006820      MOVE SPACE TO WS-LEDIT.
006830      STRING 'ECARTS ENTRE CUBES - A : ' WS-CUBE-NOM (WS-CUBE-A)
006840             ' ' WS-LIB-CUBE-A
006850             DELIMITED BY SIZE
006860      INTO WS-LEDIT.
006870      MOVE WS-LEDIT TO RPT-RECORD.
006880      WRITE RPT-RECORD.
006890      MOVE SPACE TO WS-LEDIT.
006900      STRING '                     B : ' WS-CUBE-NOM (WS-CUBE-B)
006910             ' ' WS-LIB-CUBE-B
006920             DELIMITED BY SIZE
006930      INTO WS-LEDIT.
006940      MOVE WS-LEDIT TO RPT-RECORD.
006950      WRITE RPT-RECORD.
006960      MOVE WS-SEUIL-ABS TO WS-SEUIL-ABS-ED.
006970      INSPECT WS-SEUIL-ABS-ED REPLACING ALL ',' BY '.'.
006980      MOVE WS-SEUIL-PCT TO WS-SEUIL-PCT-ED.
006990      INSPECT WS-SEUIL-PCT-ED REPLACING ALL ',' BY '.'.
007000      MOVE SPACE TO WS-LEDIT.
007010      STRING 'SEUILS : ECART ' WS-SEUIL-ABS-ED
007020             '  POURCENTAGE ' WS-SEUIL-PCT-ED
007030             '  (ZERO = SANS CONTROLE)'
007040             DELIMITED BY SIZE
007050      INTO WS-LEDIT.
007060      MOVE WS-LEDIT TO RPT-RECORD.
007070      WRITE RPT-RECORD.
007080      MOVE SPACE TO RPT-RECORD.
007090      WRITE RPT-RECORD.
007100      MOVE SPACE TO RPT-RECORD.
007110      MOVE 'POSTE      MONTANT A     MONTANT B' TO RPT-RECORD.
007120      MOVE 'ECART B-A       ECART %' TO RPT-RECORD (41:23).
007130      MOVE 'ALERTE' TO RPT-RECORD (65:6).
007140      WRITE RPT-RECORD.
007150      MOVE SPACE TO RPT-RECORD.
007160      WRITE RPT-RECORD.
007170*
007180      MOVE SPACE TO WS-CSV-LINE.
007190      STRING 'TYPE,ROW,COLUMN,HEIGHT,CUBE_A,CUBE_B,'
007200             'VALUE_A,VALUE_B,VARIANCE,VARIANCE_PCT,FLAG,'
007210             'ROW_LABEL,COLUMN_LABEL,HEIGHT_LABEL'
007220          DELIMITED BY SIZE
007230      INTO WS-CSV-LINE.
007240      MOVE WS-CSV-LINE TO VAR-CSV-RECORD.
007250      WRITE VAR-CSV-RECORD.
007260*
007270  0200-OUVRE-SORTIES-FIN.
007280      EXIT.
007290*
007300*---------------------------------------------------------------*
007310*   ECART D'UN POSTE PORTE PAR L'UN AU MOINS DES DEUX CUBES ET   *
007320*   CUMUL DANS LES SOUS-TOTAUX DE SA LIGNE, SA COLONNE ET SON    *
007330*   PLAN HAUTEUR                                                 *
007340*---------------------------------------------------------------*
007350  1000-ECART-POSTE-DEB.
007360*
007370      IF WS-CELL-PRES (WS-CUBE-A,
007380             WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) NOT = 'O'
007390         AND WS-CELL-PRES (WS-CUBE-B,
007400             WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) NOT = 'O'
007410          GO TO 1000-ECART-POSTE-FIN
007420      END-IF.
007430*
007440      ADD 1 TO WS-CPT-POSTES-COMP.
007450      MOVE 0 TO WS-VAR-A
007460                WS-VAR-B.
007470      IF WS-CELL-PRES (WS-CUBE-A,
007480             WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) = 'O'
007490          MOVE WS-CELL-TAB-1 (WS-CUBE-A,
007500                 WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) TO WS-VAR-A
007510      ELSE
007520          ADD 1 TO WS-CPT-ABSENTS-A
007530      END-IF.
007540      IF WS-CELL-PRES (WS-CUBE-B,
007550             WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) = 'O'
007560          MOVE WS-CELL-TAB-1 (WS-CUBE-B,
007570                 WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) TO WS-VAR-B
007580      ELSE
007590          ADD 1 TO WS-CPT-ABSENTS-B
007600      END-IF.
007610*
007620      ADD WS-VAR-A TO WS-STT-A (1, WS-ILIGNE)
007630                      WS-STT-A (2, WS-ICOLONNE)
007640                      WS-STT-A (3, WS-IHAUTEUR)
007650                      WS-TOT-A.
007660      ADD WS-VAR-B TO WS-STT-B (1, WS-ILIGNE)
007670                      WS-STT-B (2, WS-ICOLONNE)
007680                      WS-STT-B (3, WS-IHAUTEUR)
007690                      WS-TOT-B.
007700      ADD 1 TO WS-STT-NB (1, WS-ILIGNE)
007710               WS-STT-NB (2, WS-ICOLONNE)
007720               WS-STT-NB (3, WS-IHAUTEUR).
007730*
007740      MOVE 'CELL'      TO WS-VAR-TYPE.
007750      MOVE WS-ILIGNE   TO WS-IDX-ED.
007760      MOVE WS-IDX-ED   TO WS-VAR-L.
007770      MOVE WS-ICOLONNE TO WS-IDX-ED.
007780      MOVE WS-IDX-ED   TO WS-VAR-C.
007790      MOVE WS-IHAUTEUR TO WS-IDX-ED.
007800      MOVE WS-IDX-ED   TO WS-VAR-H.
007810      PERFORM 1500-CALCULE-ECART-DEB
007820         THRU 1500-CALCULE-ECART-FIN.
007830      IF WS-EN-ALERTE
007840          ADD 1 TO WS-CPT-ALERTES-POSTE
007850      END-IF.
007860      PERFORM 1600-EDITE-LIGNE-DEB
007870         THRU 1600-EDITE-LIGNE-FIN.
007880*
007890  1000-ECART-POSTE-FIN.
007900      EXIT.
007910*
007920*---------------------------------------------------------------*
007930*   ECART B - A, POURCENTAGE DE A (NON SIGNIFICATIF SI A EST     *
007940*   NUL, BORNE A LA CAPACITE DE LA ZONE) ET ALERTE SUR LES       *
007950*   SEUILS ACTIFS, EN VALEUR ABSOLUE                             *
007960*---------------------------------------------------------------*
007970  1500-CALCULE-ECART-DEB.
007980*
007990      MOVE 'N' TO WS-ALERTE-SW.
008000      MOVE 'N' TO WS-PCT-SW.
008010      MOVE 0   TO WS-VAR-PCT.
008020      COMPUTE WS-VAR-ECART = WS-VAR-B - WS-VAR-A.
008030      MOVE WS-VAR-ECART TO WS-VAR-ABS.
008040      IF WS-SEUIL-ABS-ACTIF AND WS-VAR-ABS > WS-SEUIL-ABS
008050          MOVE 'O' TO WS-ALERTE-SW
008060      END-IF.
008070*
008080      IF WS-VAR-A = 0
008090          GO TO 1500-CALCULE-ECART-FIN
008100      END-IF.
008110      MOVE 'O' TO WS-PCT-SW.
008120      COMPUTE WS-VAR-PCT ROUNDED = WS-VAR-ECART * 100 / WS-VAR-A
008130          ON SIZE ERROR
008140              MOVE 999999999,99 TO WS-VAR-PCT
008150      END-COMPUTE.
008160*
008170* LE POURCENTAGE EST RAPPORTE A LA VALEUR ABSOLUE DE A : UN
008180* DEPASSEMENT DE BUDGET RESTE UN ECART POSITIF SUR UN MONTANT
008190* NEGATIF
008200      IF WS-VAR-A < 0
008210          COMPUTE WS-VAR-PCT = 0 - WS-VAR-PCT
008220      END-IF.
008230      MOVE WS-VAR-PCT TO WS-VAR-PCT-ABS.
008240      IF WS-SEUIL-PCT-ACTIF AND WS-VAR-PCT-ABS > WS-SEUIL-PCT
008250          MOVE 'O' TO WS-ALERTE-SW
008260      END-IF.
008270*
008280  1500-CALCULE-ECART-FIN.
008290      EXIT.
008300*
008310*---------------------------------------------------------------*
008320*   EDITION D'UNE LIGNE D'ECART DANS RPTOUT (AVEC LA LIGNE DES   *
008330*   LIBELLES DU DICTIONNAIRE S'IL Y EN A) ET DANS VARCSV         *
008340*---------------------------------------------------------------*
008350  1600-EDITE-LIGNE-DEB.
008360*
008370      MOVE WS-VAR-A     TO WS-VAL-A-ED.
008380      INSPECT WS-VAL-A-ED REPLACING ALL ',' BY '.'.
008390      MOVE WS-VAR-B     TO WS-VAL-B-ED.
008400      INSPECT WS-VAL-B-ED REPLACING ALL ',' BY '.'.
008410      MOVE WS-VAR-ECART TO WS-ECART-ED.
008420      INSPECT WS-ECART-ED REPLACING ALL ',' BY '.'.
008430      IF WS-PCT-SIGNIFICATIF
008440          MOVE WS-VAR-PCT TO WS-PCT-ED
008450          INSPECT WS-PCT-ED REPLACING ALL ',' BY '.'
008460          MOVE WS-PCT-ED  TO WS-PCT-ZONE
008470      ELSE
008480          MOVE '          N/S' TO WS-PCT-ZONE
008490      END-IF.
008500      IF WS-EN-ALERTE
008510          MOVE '*ALR*' TO WS-ALERTE-ZONE
008520      ELSE
008530          MOVE SPACES  TO WS-ALERTE-ZONE
008540      END-IF.
008550*
008560      MOVE SPACE TO WS-LEDIT.
008570      STRING WS-VAR-COORD ' ' WS-VAL-A-ED ' ' WS-VAL-B-ED
008580             ' ' WS-ECART-ED ' ' WS-PCT-ZONE ' ' WS-ALERTE-ZONE
008590             DELIMITED BY SIZE
008600      INTO WS-LEDIT.
008610      MOVE WS-LEDIT TO RPT-RECORD.
008620      WRITE RPT-RECORD.
008630*
008640      PERFORM 1650-LIBELLES-LIGNE-DEB
008650         THRU 1650-LIBELLES-LIGNE-FIN.
008660      IF WS-LIB-L NOT = SPACES OR WS-LIB-C NOT = SPACES
008670         OR WS-LIB-H NOT = SPACES
008680          MOVE SPACE TO WS-LIB-RPT
008690          STRING WS-LIB-L DELIMITED BY '  '
008700                 ' / '    DELIMITED BY SIZE
008710                 WS-LIB-C DELIMITED BY '  '
008720                 ' / '    DELIMITED BY SIZE
008730                 WS-LIB-H DELIMITED BY '  '
008740          INTO WS-LIB-RPT
008750          MOVE SPACE TO WS-LEDIT
008760          STRING '  LIBELLES : ' WS-LIB-RPT DELIMITED BY SIZE
008770          INTO WS-LEDIT
008780          MOVE WS-LEDIT TO RPT-RECORD
008790          WRITE RPT-RECORD
008800      END-IF.
008810*
008820      IF NOT WS-PCT-SIGNIFICATIF
008830          MOVE SPACES TO WS-PCT-ZONE
008840      END-IF.
008850      MOVE SPACE TO WS-CSV-LINE.
008860      STRING WS-VAR-TYPE    DELIMITED BY ' '
008870             ','            DELIMITED BY SIZE
008880             WS-VAR-L       DELIMITED BY '*'
008890             ','            DELIMITED BY SIZE
008900             WS-VAR-C       DELIMITED BY '*'
008910             ','            DELIMITED BY SIZE
008920             WS-VAR-H       DELIMITED BY '*'
008930             ','            DELIMITED BY SIZE
008940             WS-CUBE-NOM (WS-CUBE-A) DELIMITED BY ' '
008950             ','            DELIMITED BY SIZE
008960             WS-CUBE-NOM (WS-CUBE-B) DELIMITED BY ' '
008970             ','            DELIMITED BY SIZE
008980             WS-VAL-A-ED ',' WS-VAL-B-ED ',' WS-ECART-ED ','
008990                            DELIMITED BY SIZE
009000             WS-PCT-ZONE    DELIMITED BY ' '
009010             ','            DELIMITED BY SIZE
009020             WS-ALERTE-ZONE DELIMITED BY ' '
009030             ','            DELIMITED BY SIZE
009040             WS-LIB-L       DELIMITED BY '  '
009050             ','            DELIMITED BY SIZE
009060             WS-LIB-C       DELIMITED BY '  '
009070             ','            DELIMITED BY SIZE
009080             WS-LIB-H       DELIMITED BY '  '
009090      INTO WS-CSV-LINE.
009100      MOVE WS-CSV-LINE TO VAR-CSV-RECORD.
009110      WRITE VAR-CSV-RECORD.
009120*
009130  1600-EDITE-LIGNE-FIN.
009140      EXIT.
009150*
009160*---------------------------------------------------------------*
009170*   LIBELLES DES INDICES DE LA LIGNE EDITEE (AXE CUMULE = BLANC) *
009180*---------------------------------------------------------------*
009190  1650-LIBELLES-LIGNE-DEB.
009200*
009210      MOVE SPACES TO WS-LIB-L
009220                     WS-LIB-C
009230                     WS-LIB-H.
009240      IF WS-VAR-L NOT = '**'
009250          MOVE WS-VAR-L TO WS-IDX-ED
009260          MOVE 1        TO WS-IAXE
009270          MOVE WS-IDX-ED TO WS-IIDX
009280          PERFORM 1660-LIBELLE-INDICE-DEB
009290             THRU 1660-LIBELLE-INDICE-FIN
009300          MOVE WS-LIB-RPT (1:20) TO WS-LIB-L
009310      END-IF.
009320      IF WS-VAR-C NOT = '**'
009330          MOVE WS-VAR-C TO WS-IDX-ED
009340          MOVE 2        TO WS-IAXE
009350          MOVE WS-IDX-ED TO WS-IIDX
009360          PERFORM 1660-LIBELLE-INDICE-DEB
009370             THRU 1660-LIBELLE-INDICE-FIN
009380          MOVE WS-LIB-RPT (1:20) TO WS-LIB-C
009390      END-IF.
009400      IF WS-VAR-H NOT = '**'
009410          MOVE WS-VAR-H TO WS-IDX-ED
009420          MOVE 3        TO WS-IAXE
009430          MOVE WS-IDX-ED TO WS-IIDX
009440          PERFORM 1660-LIBELLE-INDICE-DEB
009450             THRU 1660-LIBELLE-INDICE-FIN
009460          MOVE WS-LIB-RPT (1:20) TO WS-LIB-H
009470      END-IF.
009480*
009490  1650-LIBELLES-LIGNE-FIN.
009500      EXIT.
009510*
009520* LIBELLE PROPRE AU CUBE A S'IL EXISTE, SINON LIBELLE COMMUN
009530  1660-LIBELLE-INDICE-DEB.
009540*
009550      MOVE SPACE TO WS-LIB-RPT.
009560      IF WS-LIBP-INDICE (WS-IAXE, WS-IIDX) NOT = SPACES
009570          MOVE WS-LIBP-INDICE (WS-IAXE, WS-IIDX) TO WS-LIB-RPT
009580      ELSE
009590          MOVE WS-LIB-INDICE (WS-IAXE, WS-IIDX)  TO WS-LIB-RPT
009600      END-IF.
009610*
009620  1660-LIBELLE-INDICE-FIN.
009630      EXIT.
009640*
009650*---------------------------------------------------------------*
009660*   SOUS-TOTAUX PAR LIGNE, PAR COLONNE, PAR PLAN HAUTEUR (SEULS  *
009670*   LES INDICES PORTANT AU MOINS UN POSTE SONT EDITES), PUIS     *
009680*   TOTAL GENERAL                                                *
009690*---------------------------------------------------------------*
009700  2000-SOUS-TOTAUX-DEB.
009710*
009720      MOVE SPACE TO RPT-RECORD.
009730      WRITE RPT-RECORD.
009740      MOVE 'SOUS-TOTAUX PAR LIGNE, COLONNE ET PLAN HAUTEUR'
009750                                                  TO RPT-RECORD.
009760      WRITE RPT-RECORD.
009770      MOVE SPACE TO RPT-RECORD.
009780      WRITE RPT-RECORD.
009790*
009800      PERFORM 2010-SOUS-TOTAL-DEB
009810         THRU 2010-SOUS-TOTAL-FIN
009820      VARYING WS-IAXE FROM 1 BY 1
009830        UNTIL WS-IAXE > 3
009840        AFTER WS-IIDX FROM 1 BY 1
009850        UNTIL WS-IIDX > 10.
009860*
009870      MOVE SPACE TO RPT-RECORD.
009880      WRITE RPT-RECORD.
009890      MOVE 'TOTAL'    TO WS-VAR-TYPE.
009900      MOVE ALL '*'    TO WS-VAR-COORD.
009910      MOVE WS-TOT-A   TO WS-VAR-A.
009920      MOVE WS-TOT-B   TO WS-VAR-B.
009930      PERFORM 1500-CALCULE-ECART-DEB
009940         THRU 1500-CALCULE-ECART-FIN.
009950      IF WS-EN-ALERTE
009960          ADD 1 TO WS-CPT-ALERTES-STT
009970      END-IF.
009980      PERFORM 1600-EDITE-LIGNE-DEB
009990         THRU 1600-EDITE-LIGNE-FIN.
010000*
010010  2000-SOUS-TOTAUX-FIN.
010020      EXIT.
010030*
010040  2010-SOUS-TOTAL-DEB.
010050*
010060      IF WS-STT-NB (WS-IAXE, WS-IIDX) = 0
010070          GO TO 2010-SOUS-TOTAL-FIN
010080      END-IF.
010090*
010100      MOVE ALL '*'  TO WS-VAR-COORD.
010110      MOVE WS-IIDX  TO WS-IDX-ED.
010120      EVALUATE WS-IAXE
010130          WHEN 1
010140              MOVE 'ROW'    TO WS-VAR-TYPE
010150              MOVE WS-IDX-ED TO WS-VAR-L
010160          WHEN 2
010170              MOVE 'COLUMN' TO WS-VAR-TYPE
010180              MOVE WS-IDX-ED TO WS-VAR-C
010190          WHEN OTHER
010200              MOVE 'HEIGHT' TO WS-VAR-TYPE
010210              MOVE WS-IDX-ED TO WS-VAR-H
010220      END-EVALUATE.
010230      MOVE WS-STT-A (WS-IAXE, WS-IIDX) TO WS-VAR-A.
010240      MOVE WS-STT-B (WS-IAXE, WS-IIDX) TO WS-VAR-B.
010250      PERFORM 1500-CALCULE-ECART-DEB
010260         THRU 1500-CALCULE-ECART-FIN.
010270      IF WS-EN-ALERTE
010280          ADD 1 TO WS-CPT-ALERTES-STT
010290      END-IF.
010300      PERFORM 1600-EDITE-LIGNE-DEB
010310         THRU 1600-EDITE-LIGNE-FIN.
010320*
010330  2010-SOUS-TOTAL-FIN.
010340      EXIT.
010350*
010360*---------------------------------------------------------------*
010370*   TOTAUX DE L'ETAT RPTOUT                                      *
010380*---------------------------------------------------------------*
010390  3300-ECRIT-TOTAUX-DEB.
010400*
010410      MOVE SPACE TO RPT-RECORD.
010420      WRITE RPT-RECORD.
010430      MOVE SPACE TO WS-LEDIT.
010440      STRING 'POSTES COMPARES     : ' WS-CPT-POSTES-COMP
010450              DELIMITED BY SIZE INTO WS-LEDIT.
010460      MOVE WS-LEDIT TO RPT-RECORD.
010470      WRITE RPT-RECORD.
010480      MOVE SPACE TO WS-LEDIT.
010490      STRING '  ABSENTS DE A      : ' WS-CPT-ABSENTS-A
010500              DELIMITED BY SIZE INTO WS-LEDIT.
010510      MOVE WS-LEDIT TO RPT-RECORD.
010520      WRITE RPT-RECORD.
010530      MOVE SPACE TO WS-LEDIT.
010540      STRING '  ABSENTS DE B      : ' WS-CPT-ABSENTS-B
010550              DELIMITED BY SIZE INTO WS-LEDIT.
010560      MOVE WS-LEDIT TO RPT-RECORD.
010570      WRITE RPT-RECORD.
010580      MOVE SPACE TO WS-LEDIT.
010590      STRING 'ALERTES POSTES      : ' WS-CPT-ALERTES-POSTE
010600              DELIMITED BY SIZE INTO WS-LEDIT.
010610      MOVE WS-LEDIT TO RPT-RECORD.
010620      WRITE RPT-RECORD.
010630      MOVE SPACE TO WS-LEDIT.
010640      STRING 'ALERTES SOUS-TOTAUX : ' WS-CPT-ALERTES-STT
010650              DELIMITED BY SIZE INTO WS-LEDIT.
010660      MOVE WS-LEDIT TO RPT-RECORD.
010670      WRITE RPT-RECORD.
010680      MOVE SPACE TO RPT-RECORD.
010690      WRITE RPT-RECORD.
010700      MOVE 'POSTE ABSENT D''UN CUBE = ZERO ; N/S = A NUL ; '
010710                                                  TO RPT-RECORD.
010720      MOVE '*ALR* = SEUIL DEPASSE' TO RPT-RECORD (47:21).
010730      WRITE RPT-RECORD.
010740*
010750  3300-ECRIT-TOTAUX-FIN.
010760      EXIT.
010770*
010780  8999-STATISTIQUES-DEB.
010790*
010800       DISPLAY '************************************************'
010810       DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP24       *'
010820       DISPLAY '*     ==================================       *'
010830       DISPLAY '************************************************'
010840       DISPLAY '  POSTES LUS     : ' WS-CPT-POSTES-LUS
010850       DISPLAY '  POSTES IGNORES : ' WS-CPT-IGNORES
010860       DISPLAY '  CUBES EXCLUS   : ' WS-CPT-CUBES-EXCLUS
010870       DISPLAY '  POSTES COMPARES: ' WS-CPT-POSTES-COMP
010880       DISPLAY '  ALERTES POSTES : ' WS-CPT-ALERTES-POSTE
010890       DISPLAY '  ALERTES S/TOT  : ' WS-CPT-ALERTES-STT
010900       DISPLAY '************************************************'.
010910*
010920  8999-STATISTIQUES-FIN.
010930       EXIT.
010940*
010950*---------------------------------------------------------------*
010960*   9999-  : PROTECTION FIN DE PROGRAMME                        *
010970*---------------------------------------------------------------*
010980*
010990  9999-FIN-PROGRAMME-DEB.
011000*
011010*---------------------------------------------------------------*
011020* CODE RETOUR GRADUE POUR LE PLANIFICATEUR : 4 SI UN POSTE OU UN *
011030* SOUS-TOTAL DEPASSE UN SEUIL, SINON 0. L'ARRET ANORMAL          *
011040* (9999-ERREUR-) VAUT 16                                         *
011050*---------------------------------------------------------------*
011060      IF WS-CPT-ALERTES-POSTE > 0 OR WS-CPT-ALERTES-STT > 0
011070          MOVE 4 TO WS-CR-FINAL
011080      ELSE
011090          MOVE 0 TO WS-CR-FINAL
011100      END-IF.
011110*
011120       DISPLAY '*==============================================*'
011130       DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP24        *'
011140       DISPLAY '*     CODE RETOUR : ' WS-CR-FINAL
011150       DISPLAY '*==============================================*'.
011160*
011170      MOVE WS-CR-FINAL TO RETURN-CODE.
011180*
011190  9999-FIN-PROGRAMME-FIN.
011200       GOBACK.
011210*
011220  9999-ERREUR-PROGRAMME-DEB.
011230*
011240       DISPLAY '*==============================================*'
011250       DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'
011260       DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP24       *'
011270       DISPLAY '*==============================================*'.
011280*
011290* CODE RETOUR 16 = ARRET ANORMAL (CONVENTION DU PLANIFICATEUR)
011300       MOVE 16 TO RETURN-CODE.
011310*
011320  9999-ERREUR-PROGRAMME-FIN.
011330       GOBACK.
