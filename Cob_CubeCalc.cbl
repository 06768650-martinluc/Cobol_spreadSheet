000010*===============================================================*
000020*--                INFORMATIONS GENERALES                     --*
000030*---------------------------------------------------------------*
000040*  NOM DU PROGRAMME : ADSOTP22                                  *
000050*  NOM DU REDACTEUR : MARTINLUC                                 *
000060*---------------------------------------------------------------*
000070*  SOCIETE          : XXXXXXXX                                  *
000080*  DATE DE CREATION : 15/10/2026                                *
000090*---------------------------------------------------------------*
000100*--               OBJECTIFS GENERAUX DU PROGRAMME             --*
000110* RECALCUL DES POSTES DERIVES DU CUBE (TOTAUX DE LIGNE, DE      *
000120* COLONNE, RATIOS...) APRES CHAQUE MISE A JOUR PAR ADSOTP9.     *
000130* LE PROGRAMME LIT LA NOUVELLE GENERATION DU MAITRE (CUBEOUT    *
000140* D'ADSOTP9, LUE ICI SOUS CUBEIN) ET LE FICHIER DES FORMULES    *
000150* (FORMUL) : UN POSTE CIBLE Y EST DEFINI COMME LA SOMME (+), LA *
000160* DIFFERENCE (-), LE PRODUIT (*) OU LE RAPPORT (/) DE DEUX      *
000170* OPERANDES, CHAQUE OPERANDE ETANT UN POSTE OU UNE PLAGE DE     *
000180* POSTES (LIGNE, COLONNE, PAVE) DU MEME CUBE, CUMULEE. LA SOMME *
000190* ADMET UN OPERANDE UNIQUE.                                     *
000200* LES FORMULES SONT EVALUEES DANS L'ORDRE DES DEPENDANCES : UNE *
000210* FORMULE N'EST CALCULEE QU'APRES CELLES DONT LES CIBLES SONT   *
000220* DANS SES PLAGES. LES REFERENCES CIRCULAIRES, LES DIVISIONS    *
000230* PAR ZERO ET LES DEPASSEMENTS SONT SIGNALES DANS L'ETAT RPTOUT *
000240* SANS ARRETER LE PASSAGE (LE POSTE CIBLE GARDE SA VALEUR). UN  *
000250* POSTE CIBLE D'UN PLAN FERME DANS PERCTL (CF. ADSOTP20) N'EST  *
000260* PAS MODIFIE.                                                  *
000270* LE PROGRAMME ECRIT LE MAITRE RECALCULE (CUBEOUT ET CUBEKSD)   *
000280* ET, POUR CHAQUE POSTE DERIVE CREE OU MODIFIE, UN              *
000290* ENREGISTREMENT AVANT/APRES AU DECOUPAGE D'AUDITFIL DANS       *
000300* AUDITCAL (DEFAISABLE PAR ADSOTP11).                           *
000301* LES POSTES DERIVES CREES OU MODIFIES SONT AJOUTES A CUBEHIST  *
000302* SOUS LA DATE DE LA GENERATION QU'ADSOTP9 VIENT D'Y ECRIRE     *
000303* (DATE DU DERNIER ENREGISTREMENT, OU DATE DE LA CARTE PARMIN   *
000304* QUI DOIT LUI ETRE EGALE), DE SORTE QUE L'HISTORIQUE REFLETE LE*
000305* MAITRE RECALCULE.                                             *
000310* CODE RETOUR GRADUE (CONVENTION ADSOTP7) : 0 = TOUTES LES      *
000320* FORMULES EVALUEES, 4 = FORMULES EN ANOMALIE OU GENERATION     *
000330* NON HISTORISEE, 16 = ARRET ANORMAL.                           *
000340*---------------------------------------------------------------*
000350*--               HISTORIQUE DES MODIFICATIONS --               *
000360*---------------------------------------------------------------*
000370* DATE  MODIF   !          NATURE DE LA MODIFICATION            *
000380*---------------------------------------------------------------*
000390* 15/10/2026    ! CREATION DU PROGRAMME                         *
000392* 15/10/2026    ! POSTES DERIVES CREES OU MODIFIES AJOUTES A     *
000394*               ! CUBEHIST SOUS LA DATE DE LA DERNIERE GENERATION*
000396*               ! (CONTROLEE PAR LA CARTE PARMIN SI PRESENTE)    *
000400*===============================================================*
000410*
000420*************************
000430  IDENTIFICATION DIVISION.
000440*************************
000450  PROGRAM-ID.      ADSOTP22.
000460*
000470*                  ==============================               *
000480*=================<  ENVIRONMENT      DIVISION   >==============*
000490*                  ==============================               *
000500*                                                               *
000510*===============================================================*
000520*
000530**********************
000540  ENVIRONMENT DIVISION.
000550**********************
000560*
000570*======================
000580  CONFIGURATION SECTION.
000590*======================
000600*
000610*--------------
000620  SPECIAL-NAMES.
000630*--------------
000640      DECIMAL-POINT IS COMMA.
000650*
000660*=====================
000670  INPUT-OUTPUT SECTION.
000680*=====================
000690*
000700*-------------
000710  FILE-CONTROL.
000720*-------------
000730*
000740      SELECT CUBE-IN-FILE ASSIGN TO CUBEIN
000750             ORGANIZATION IS SEQUENTIAL
000760             FILE STATUS  IS WS-CUBE-FILE-STATUS.
000770*
000780      SELECT FRM-FILE     ASSIGN TO FORMUL
000790             ORGANIZATION IS SEQUENTIAL
000800             FILE STATUS  IS WS-FRM-FILE-STATUS.
000810*
000820*---------------------------------------------------------------*
000830*   CONTROLE DES PERIODES (CF. ADSOTP20) ; ABSENT, TOUS LES      *
000840*   PLANS SONT OUVERTS                                           *
000850*---------------------------------------------------------------*
000860      SELECT PER-CTL-FILE ASSIGN TO PERCTL
000870             ORGANIZATION IS SEQUENTIAL
000880             FILE STATUS  IS WS-PCTL-FILE-STATUS.
000890*
000900      SELECT CUBE-OUT-FILE ASSIGN TO CUBEOUT
000910             ORGANIZATION IS SEQUENTIAL
000920             FILE STATUS  IS WS-CUBO-FILE-STATUS.
000930*
000940      SELECT CUBE-KSD-FILE ASSIGN TO CUBEKSD
000950             ORGANIZATION IS INDEXED
000960             ACCESS MODE  IS SEQUENTIAL
000970             RECORD KEY   IS CKR-CLE
000980             FILE STATUS  IS WS-KSD-FILE-STATUS.
000990*
001000      SELECT AUDIT-FILE   ASSIGN TO AUDITCAL
001010             ORGANIZATION IS SEQUENTIAL
001011             FILE STATUS  IS WS-AUDIT-FILE-STATUS.
001012*
001013*---------------------------------------------------------------*
001014*   HISTORIQUE DES GENERATIONS (CF. ADSOTP9) : LU POUR RETROUVER *
001015*   LA DATE DE LA DERNIERE GENERATION, PUIS ETENDU DES POSTES    *
001016*   RECALCULES                                                   *
001017*---------------------------------------------------------------*
001018      SELECT CUBE-HIST-FILE ASSIGN TO CUBEHIST
001019             ORGANIZATION IS SEQUENTIAL
001020             FILE STATUS  IS WS-HIST-FILE-STATUS.
001021*
001022*---------------------------------------------------------------*
001023*   CARTE PARAMETRE FACULTATIVE : DATE DE LA GENERATION A        *
001024*   COMPLETER (COLONNES 1-8, SSAAMMJJ)                           *
001025*---------------------------------------------------------------*
001026      SELECT PARM-FILE    ASSIGN TO PARMIN
001027             ORGANIZATION IS SEQUENTIAL
001028             FILE STATUS  IS WS-PARM-FILE-STATUS.
001030*
001040      SELECT RPT-FILE     ASSIGN TO RPTOUT
001050             ORGANIZATION IS SEQUENTIAL
001060             FILE STATUS  IS WS-RPT-FILE-STATUS.
001070*
001080*                  ==============================               *
001090*=================<       DATA        DIVISION   >==============*
001100*                  ==============================               *
001110*                                                               *
001120*===============================================================*
001130*
001140***************
001150  DATA DIVISION.
001160***************
001170*
001180*=============
001190  FILE SECTION.
001200*=============
001210*
001220  FD  CUBE-IN-FILE
001230      RECORDING MODE IS F
001240      RECORD CONTAINS 80 CHARACTERS.
001250*
001260  01  CUBE-IN-RECORD.
001270      05  CIR-LIGNE                     PIC 99.
001280      05  CIR-COLONNE                   PIC 99.
001290      05  CIR-HAUTEUR                   PIC 99.
001300      05  CIR-VALEUR                    PIC S9(7)V99
001310                                        SIGN LEADING SEPARATE.
001320* NOM DE CUBE (CF. ADSOTP7 MULTI-CUBES) : DOIT RESTER A BLANC,
001330* LE MAITRE TRAITE ICI NE PORTE QU'UN SEUL CUBE
001340      05  CIR-CUBE                      PIC X(4).
001350      05  FILLER                        PIC X(60).
001360*
001370*---------------------------------------------------------------*
001380*   FORMULES : POSTE CIBLE (LIGNE/COLONNE/HAUTEUR), OPERATEUR    *
001390*   (+ SOMME / - DIFFERENCE / * PRODUIT / / RAPPORT), PUIS DEUX  *
001400*   OPERANDES DE 12 POSITIONS : PREMIER POSTE ET DERNIER POSTE   *
001410*   DE LA PLAGE (LIGNE/COLONNE/HAUTEUR DE CHAQUE) ; DERNIER      *
001420*   POSTE A BLANC = POSTE UNIQUE. LE SECOND OPERANDE N'EST       *
001430*   FACULTATIF QUE POUR LA SOMME. LIBELLE LIBRE EN 32-61         *
001440*---------------------------------------------------------------*
001450  FD  FRM-FILE
001460      RECORDING MODE IS F
001470      RECORD CONTAINS 80 CHARACTERS.
001480*
001490  01  FRM-RECORD.
001500      05  FRM-CIBLE                     PIC X(6).
001510      05  FRM-CIBLE-N REDEFINES FRM-CIBLE.
001520          10  FRM-CL                    PIC 99.
001530          10  FRM-CC                    PIC 99.
001540          10  FRM-CH                    PIC 99.
001550      05  FRM-OPER                      PIC X.
001560          88  FRM-OPER-VALIDE                      VALUE '+' '-'
001570                                                         '*' '/'.
001580          88  FRM-SOMME                            VALUE '+'.
001590      05  FRM-OPERANDE                  PIC X(12)   OCCURS 2.
001600      05  FRM-LIBELLE                   PIC X(30).
001610      05  FILLER                        PIC X(19).
001620*
001630  FD  PER-CTL-FILE
001640      RECORDING MODE IS F
001650      RECORD CONTAINS 80 CHARACTERS.
001660*
001670  01  PER-CTL-RECORD.
001680      05  PCR-HAUTEUR                   PIC 99.
001690      05  PCR-STATUT                    PIC X.
001700      05  PCR-DATE-CLOT                 PIC X(8).
001710      05  PCR-AUTEUR-CLOT               PIC X(8).
001720      05  PCR-DATE-REOUV                PIC X(8).
001730      05  PCR-AUTEUR-REOUV              PIC X(8).
001740      05  FILLER                        PIC X(45).
001750*
001760  FD  CUBE-OUT-FILE
001770      RECORDING MODE IS F
001780      RECORD CONTAINS 80 CHARACTERS.
001790*
001800  01  CUBE-OUT-RECORD.
001810      05  COR-LIGNE                     PIC 99.
001820      05  COR-COLONNE                   PIC 99.
001830      05  COR-HAUTEUR                   PIC 99.
001840      05  COR-VALEUR                    PIC S9(7)V99
001850                                        SIGN LEADING SEPARATE.
001860      05  FILLER                        PIC X(64).
001870*
001880  FD  CUBE-KSD-FILE
001890      RECORD CONTAINS 80 CHARACTERS.
001900*
001910  01  CUBE-KSD-RECORD.
001920      05  CKR-CLE.
001930          10  CKR-LIGNE                 PIC 99.
001940          10  CKR-COLONNE               PIC 99.
001950          10  CKR-HAUTEUR               PIC 99.
001960      05  CKR-VALEUR                    PIC S9(7)V99
001970                                        SIGN LEADING SEPARATE.
001980      05  FILLER                        PIC X(64).
001990*
002000*---------------------------------------------------------------*
002010*   PISTE D'AUDIT DU RECALCUL, AU DECOUPAGE D'AUDITFIL : CODE    *
002020*   A (POSTE DERIVE CREE) OU M (POSTE DERIVE MODIFIE), VALEUR    *
002030*   AVANT (ESPACES SI LE POSTE N'EXISTAIT PAS) ET VALEUR APRES   *
002040*---------------------------------------------------------------*
002050  FD  AUDIT-FILE
002060      RECORDING MODE IS F
002070      RECORD CONTAINS 80 CHARACTERS.
002080*
002090  01  AUDIT-RECORD.
002100      05  AUD-CODE                      PIC X.
002110      05  AUD-LIGNE                     PIC 99.
002120      05  AUD-COLONNE                   PIC 99.
002130      05  AUD-HAUTEUR                   PIC 99.
002140      05  AUD-AVANT                     PIC X(10).
002141      05  AUD-APRES                     PIC X(10).
002142      05  FILLER                        PIC X(53).
002143*
002144*---------------------------------------------------------------*
002145*   HISTORIQUE DES GENERATIONS, AU DECOUPAGE D'ADSOTP9 : POSTE,  *
002146*   VALEUR, NOM DE CUBE ET DATE DE GENERATION EN COLONNES 21-28  *
002147*---------------------------------------------------------------*
002148  FD  CUBE-HIST-FILE
002149      RECORDING MODE IS F
002150      RECORD CONTAINS 80 CHARACTERS.
002151*
002152  01  CUBE-HIST-RECORD.
002153      05  HIS-LIGNE                     PIC 99.
002154      05  HIS-COLONNE                   PIC 99.
002155      05  HIS-HAUTEUR                   PIC 99.
002156      05  HIS-VALEUR                    PIC S9(7)V99
002157                                        SIGN LEADING SEPARATE.
002158      05  HIS-CUBE                      PIC X(4).
002159      05  HIS-DATE-GEN                  PIC X(8).
002160      05  FILLER                        PIC X(52).
002161*
002162  FD  PARM-FILE
002163      RECORDING MODE IS F
002164      RECORD CONTAINS 80 CHARACTERS.
002165*
002166  01  PARM-RECORD.
002167      05  PARM-DATE-GEN                 PIC X(8).
002168      05  FILLER                        PIC X(72).
002170*
002180  FD  RPT-FILE
002190      RECORDING MODE IS F
002200      RECORD CONTAINS 80 CHARACTERS.
002210*
002220  01  RPT-RECORD                        PIC X(80).
002230*
002240*========================
002250  WORKING-STORAGE SECTION.
002260*========================
002270*---------------------------------------------------------------*
002280*   IMAGE EN MEMOIRE DU CUBE : LA VALEUR DE CHAQUE POSTE ET UN   *
002290*   TEMOIN DE PRESENCE (CF. ADSOTP9)                             *
002300*---------------------------------------------------------------*
002310  01  WS-TABLEAU-1.
002320      05  FILLER                        OCCURS 10.
002330          10  FILLER                    OCCURS 10.
002340              15  FILLER                OCCURS 10.
002350                  20  WS-CELL-TAB-1     PIC S9(7)V99
002360                                        SIGN LEADING SEPARATE.
002370*
002380  01  WS-PRESENCE-1.
002390      05  FILLER                        OCCURS 10.
002400          10  FILLER                    OCCURS 10.
002410              15  FILLER                OCCURS 10.
002420                  20  WS-CELL-PRES      PIC X.
002430*
002440  01  WS-ILIGNE                         PIC 99.
002450  01  WS-ICOLONNE                       PIC 99.
002460  01  WS-IHAUTEUR                       PIC 99.
002470*
002480*---------------------------------------------------------------*
002490*   FORMULES RETENUES : CIBLE, OPERATEUR, PLAGES DES OPERANDES,  *
002500*   RANG DANS FORMUL ET ETAT (ESPACE = A EVALUER, E = EVALUEE,   *
002510*   C = ECARTEE POUR REFERENCE CIRCULAIRE)                       *
002520*---------------------------------------------------------------*
002530  01  WS-FORMULES.
002540      05  WS-FRM-ENT                    OCCURS 200.
002550          10  WS-FRM-CL                 PIC 99.
002560          10  WS-FRM-CC                 PIC 99.
002570          10  WS-FRM-CH                 PIC 99.
002580          10  WS-FRM-OPER               PIC X.
002590          10  WS-FRM-NB-OPD             PIC 9.
002600          10  WS-FRM-OPD                OCCURS 2.
002610              15  WS-FRM-L1             PIC 99.
002620              15  WS-FRM-C1             PIC 99.
002630              15  WS-FRM-H1             PIC 99.
002640              15  WS-FRM-L2             PIC 99.
002650              15  WS-FRM-C2             PIC 99.
002660              15  WS-FRM-H2             PIC 99.
002670          10  WS-FRM-RANG               PIC 9(5).
002680          10  WS-FRM-ETAT               PIC X.
002690              88  WS-FRM-A-EVALUER                 VALUE SPACE.
002700              88  WS-FRM-EVALUEE                   VALUE 'E'.
002710              88  WS-FRM-CIRCULAIRE                VALUE 'C'.
002720*
002730  01  WS-NB-FRM                         PIC 999     VALUE 0.
002740  01  WS-IFRM                           PIC 999.
002750  01  WS-JFRM                           PIC 999.
002760  01  WS-KOPD                           PIC 9.
002770*
002780* OPERANDE EN COURS DE CONTROLE : PREMIER ET DERNIER POSTE
002790  01  WS-OPD-X                          PIC X(12).
002800  01  WS-OPD-N REDEFINES WS-OPD-X.
002810      05  WS-OPD-L1                     PIC 99.
002820      05  WS-OPD-C1                     PIC 99.
002830      05  WS-OPD-H1                     PIC 99.
002840      05  WS-OPD-L2                     PIC 99.
002850      05  WS-OPD-C2                     PIC 99.
002860      05  WS-OPD-H2                     PIC 99.
002870*
002880* PLAGE EN COURS DE CUMUL OU DE TEST DE DEPENDANCE, ET POSTE
002890* CIBLE TESTE
002900  01  WS-PL-L1                          PIC 99.
002910  01  WS-PL-C1                          PIC 99.
002920  01  WS-PL-H1                          PIC 99.
002930  01  WS-PL-L2                          PIC 99.
002940  01  WS-PL-C2                          PIC 99.
002950  01  WS-PL-H2                          PIC 99.
002960  01  WS-TST-L                          PIC 99.
002970  01  WS-TST-C                          PIC 99.
002980  01  WS-TST-H                          PIC 99.
002990*
003000  01  WS-BLOQUEE-SW                     PIC X       VALUE 'N'.
003010      88  WS-FORMULE-BLOQUEE                       VALUE 'O'.
003020  01  WS-CPT-PROGRES                    PIC 999.
003030*
003040* VALEURS DES OPERANDES (PLAGES CUMULEES) ET RESULTAT
003050  01  WS-OPD-VAL                        PIC S9(11)V99 OCCURS 2.
003060  01  WS-RESULTAT                       PIC S9(7)V99
003070                                        SIGN LEADING SEPARATE.
003080  01  WS-RES-ED                         PIC +9(7),99.
003090  01  WS-ETAT-LIB                       PIC X(9).
003100*
003110*---------------------------------------------------------------*
003120*   CODES MOTIF D'ANOMALIE (EDITES DANS RPTOUT) :                *
003130*   01 = FORMULE INVALIDE (POSTE, OPERATEUR OU PLAGE)            *
003140*   02 = CIBLE DEJA DEFINIE PAR UNE FORMULE PRECEDENTE           *
003150*   03 = REFERENCE CIRCULAIRE       04 = DIVISION PAR ZERO       *
003160*   05 = RESULTAT HORS CAPACITE     06 = PLAN HAUTEUR FERME      *
003170*   07 = TABLE DES FORMULES PLEINE (200 AU PLUS)                 *
003180*---------------------------------------------------------------*
003190  01  WS-MOTIF-ANO                      PIC X(2).
003200*
003210*---------------------------------------------------------------*
003220*   CONTROLE DES PERIODES : STATUT DE CHAQUE PLAN HAUTEUR (CF.   *
003230*   ADSOTP9), COLONNES 3-19 DE PERCTL                            *
003240*---------------------------------------------------------------*
003250  01  WS-PERIODES.
003260      05  WS-PER-ENT                    OCCURS 10.
003270          10  WS-PER-STATUT             PIC X.
003280              88  WS-PER-FERME                     VALUE 'F'.
003290          10  WS-PER-DATE-CLOT          PIC X(8).
003300          10  WS-PER-AUTEUR-CLOT        PIC X(8).
003310*
003311  01  WS-IPER                           PIC 99.
003312*
003313*---------------------------------------------------------------*
003314*   TEMOIN DES POSTES CREES OU MODIFIES PAR LE RECALCUL, SEULS   *
003315*   AJOUTES A L'HISTORIQUE CUBEHIST                              *
003316*---------------------------------------------------------------*
003317  01  WS-MODIF-1.
003318      05  FILLER                        OCCURS 10.
003319          10  FILLER                    OCCURS 10.
003320              15  FILLER                OCCURS 10.
003321                  20  WS-CELL-MODIF     PIC X.
003322*
003323*---------------------------------------------------------------*
003324*   GENERATION A COMPLETER DANS CUBEHIST : DATE ET NOM DE CUBE DU*
003325*   DERNIER ENREGISTREMENT ; A BLANC, LA GENERATION N'EST PAS    *
003326*   HISTORISEE                                                   *
003327*---------------------------------------------------------------*
003328  01  WS-DATE-GEN                       PIC X(8)    VALUE SPACES.
003329  01  WS-DATE-PARM                      PIC X(8)    VALUE SPACES.
003330  01  WS-CUBE-HIST                      PIC X(4)    VALUE SPACES.
003331*
003332  01  WS-HIST-ANO-SW                    PIC X       VALUE 'N'.
003333      88  WS-HIST-ANO                              VALUE 'O'.
003334*
003340  01  WS-CUBE-FILE-STATUS               PIC X(02).
003350      88  WS-CUBE-FILE-OK                          VALUE '00'.
003360*
003370  01  WS-FRM-FILE-STATUS                PIC X(02).
003380      88  WS-FRM-FILE-OK                           VALUE '00'.
003390*
003400  01  WS-PCTL-FILE-STATUS               PIC X(02).
003410      88  WS-PCTL-FILE-OK                          VALUE '00'.
003420*
003430  01  WS-CUBO-FILE-STATUS               PIC X(02).
003440      88  WS-CUBO-FILE-OK                          VALUE '00'.
003450*
003460  01  WS-KSD-FILE-STATUS                PIC X(02).
003470      88  WS-KSD-FILE-OK                           VALUE '00'.
003480*
003490  01  WS-AUDIT-FILE-STATUS              PIC X(02).
003500      88  WS-AUDIT-FILE-OK                         VALUE '00'.
003510*
003520  01  WS-RPT-FILE-STATUS                PIC X(02).
003530      88  WS-RPT-FILE-OK                           VALUE '00'.
003540*
003541  01  WS-HIST-FILE-STATUS               PIC X(02).
003542      88  WS-HIST-FILE-OK                          VALUE '00'.
003543*
003544  01  WS-PARM-FILE-STATUS               PIC X(02).
003545      88  WS-PARM-FILE-OK                          VALUE '00'.
003546*
003550  01  WS-CUBE-FILE-FIN-SW               PIC X       VALUE 'N'.
003560      88  WS-CUBE-FILE-TERMINE                     VALUE 'O'.
003570*
003580  01  WS-FRM-FILE-FIN-SW                PIC X       VALUE 'N'.
003590      88  WS-FRM-FILE-TERMINE                      VALUE 'O'.
003600*
003610  01  WS-PCTL-FILE-FIN-SW               PIC X       VALUE 'N'.
003620      88  WS-PCTL-FILE-TERMINE                     VALUE 'O'.
003622*
003624  01  WS-HIST-FILE-FIN-SW               PIC X       VALUE 'N'.
003626      88  WS-HIST-FILE-TERMINE                     VALUE 'O'.
003630*
003640*---------------------------------------------------------------*
003650*   COMPTEURS DE FIN DE TRAITEMENT                               *
003660*---------------------------------------------------------------*
003670  01  WS-CPT-POSTES-LUS                 PIC 9(5)    VALUE 0.
003680  01  WS-CPT-AUTRE-CUBE                 PIC 9(5)    VALUE 0.
003690  01  WS-CPT-FRM-LUES                   PIC 9(5)    VALUE 0.
003700  01  WS-CPT-EVALUEES                   PIC 9(5)    VALUE 0.
003710  01  WS-CPT-CREES                      PIC 9(5)    VALUE 0.
003720  01  WS-CPT-MODIFIEES                  PIC 9(5)    VALUE 0.
003730  01  WS-CPT-INCHANGEES                 PIC 9(5)    VALUE 0.
003740  01  WS-CPT-ANOMALIES                  PIC 9(5)    VALUE 0.
003750  01  WS-CPT-CIRCULAIRES                PIC 9(5)    VALUE 0.
003760  01  WS-CPT-ECRITS                     PIC 9(5)    VALUE 0.
003763  01  WS-CPT-HIST-LUS                   PIC 9(7)    VALUE 0.
003766  01  WS-CPT-HIST                       PIC 9(5)    VALUE 0.
003770*
003780  01  WS-CR-FINAL                       PIC 99      VALUE 0.
003790*
003800  01  WS-LEDIT                          PIC X(80).
003810*
003820  01  WS-AUD-AVANT                      PIC X(10).
003830  01  WS-AUD-AVANT-N REDEFINES WS-AUD-AVANT
003840                                        PIC S9(7)V99
003850                                        SIGN LEADING SEPARATE.
003860*
003870*                  ==============================               *
003880*=================<   PROCEDURE       DIVISION   >==============*
003890*                  ==============================               *
003900*                                                               *
003910*===============================================================*
003920*
003930  PROCEDURE           DIVISION.
003940*
003950*---------------------------------------------------------------*
003960*               DESCRIPTION DU COMPOSANT PROGRAMME              *
003970*               ==================================              *
003980*---------------------------------------------------------------*
003990*
004000  0000-PROGRAMME-DEB.
004010*
004020      INITIALIZE WS-TABLEAU-1.
004030      MOVE ALL 'N' TO WS-PRESENCE-1.
004035      MOVE ALL 'N' TO WS-MODIF-1.
004040*
004050      PERFORM 0030-CHARGE-PERIODES-DEB
004060         THRU 0030-CHARGE-PERIODES-FIN.
004070*
004080      PERFORM 0100-CHARGE-TABLEAU-1-DEB
004090         THRU 0100-CHARGE-TABLEAU-1-FIN.
004092*
004094      PERFORM 0050-DATE-GENERATION-DEB
004096         THRU 0050-DATE-GENERATION-FIN.
004100*
004110      OPEN OUTPUT RPT-FILE.
004120      IF NOT WS-RPT-FILE-OK
004130          DISPLAY '*========================================*'
004140          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER RPTOUT *'
004150          DISPLAY '*  CODE STATUT : ' WS-RPT-FILE-STATUS
004160          DISPLAY '*========================================*'
004170          GO TO 9999-ERREUR-PROGRAMME-DEB
004180      END-IF.
004190      MOVE 'RECALCUL DES POSTES DERIVES' TO RPT-RECORD.
004200      WRITE RPT-RECORD.
004210      MOVE SPACE TO RPT-RECORD.
004220      WRITE RPT-RECORD.
004230*
004240      PERFORM 0200-CHARGE-FORMULES-DEB
004250         THRU 0200-CHARGE-FORMULES-FIN.
004260*
004270      OPEN OUTPUT AUDIT-FILE.
004280      IF NOT WS-AUDIT-FILE-OK
004290          DISPLAY '*========================================*'
004300          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER AUDIT  *'
004310          DISPLAY '*  CODE STATUT : ' WS-AUDIT-FILE-STATUS
004320          DISPLAY '*========================================*'
004330          GO TO 9999-ERREUR-PROGRAMME-DEB
004340      END-IF.
004350*
004360*---------------------------------------------------------------*
004370* EVALUATION PAR PASSES SUCCESSIVES : CHAQUE PASSE CALCULE LES   *
004380* FORMULES DONT AUCUNE PLAGE NE CONTIENT LA CIBLE D'UNE FORMULE  *
004390* ENCORE A EVALUER. UNE PASSE SANS PROGRES LAISSE LES FORMULES   *
004400* D'UN CYCLE, SIGNALEES ENSUITE                                  *
004410*---------------------------------------------------------------*
004420      MOVE 1 TO WS-CPT-PROGRES.
004430      PERFORM 1000-PASSE-EVALUATION-DEB
004440         THRU 1000-PASSE-EVALUATION-FIN
004450        UNTIL WS-CPT-PROGRES = 0.
004460*
004470      PERFORM 1300-SIGNALE-CYCLE-DEB
004480         THRU 1300-SIGNALE-CYCLE-FIN
004490      VARYING WS-IFRM FROM 1 BY 1
004500        UNTIL WS-IFRM > WS-NB-FRM.
004510*
004520      CLOSE AUDIT-FILE.
004530*
004540      PERFORM 3000-ECRIT-NOUVEAU-MAITRE-DEB
004550         THRU 3000-ECRIT-NOUVEAU-MAITRE-FIN.
004560*
004570      PERFORM 3100-ECRIT-MAITRE-KSD-DEB
004580         THRU 3100-ECRIT-MAITRE-KSD-FIN.
004582*
004584      PERFORM 3200-ECRIT-HISTORIQUE-DEB
004586         THRU 3200-ECRIT-HISTORIQUE-FIN.
004590*
004600      PERFORM 3300-ECRIT-TOTAUX-DEB
004610         THRU 3300-ECRIT-TOTAUX-FIN.
004620*
004630      CLOSE RPT-FILE.
004640*
004650      PERFORM 8999-STATISTIQUES-DEB
004660         THRU 8999-STATISTIQUES-FIN.
004670*
004680      PERFORM 9999-FIN-PROGRAMME-DEB
004690         THRU 9999-FIN-PROGRAMME-FIN.
004700*
004710  0000-PROGRAMME-FIN.
004720       EXIT.
004730***************************************************************
004740***************************************************************
004750***************************************************************
004760*---------------------------------------------------------------*
004770*   CHARGEMENT DU CONTROLE DES PERIODES (PERCTL). FICHIER        *
004780*   ABSENT : TOUS LES PLANS SONT OUVERTS, AVEC TRACE CONSOLE     *
004790*---------------------------------------------------------------*
004800  0030-CHARGE-PERIODES-DEB.
004810*
004820      PERFORM 0032-INIT-PLAN-DEB
004830         THRU 0032-INIT-PLAN-FIN
004840      VARYING WS-IPER FROM 1 BY 1
004850        UNTIL WS-IPER > 10.
004860*
004870      OPEN INPUT PER-CTL-FILE.
004880      IF WS-PCTL-FILE-OK
004890          PERFORM 0035-LECTURE-PERCTL-DEB
004900             THRU 0035-LECTURE-PERCTL-FIN
004910            UNTIL WS-PCTL-FILE-TERMINE
004920          CLOSE PER-CTL-FILE
004930      ELSE
004940          DISPLAY '*========================================*'
004950          DISPLAY '*  CONTROLE PERCTL ABSENT : TOUS LES      *'
004960          DISPLAY '*  PLANS SONT CONSIDERES OUVERTS          *'
004970          DISPLAY '*========================================*'
004980      END-IF.
004990*
005000  0030-CHARGE-PERIODES-FIN.
005010      EXIT.
005020*
005030  0032-INIT-PLAN-DEB.
005040*
005050      MOVE 'O'    TO WS-PER-STATUT (WS-IPER).
005060      MOVE SPACES TO WS-PER-DATE-CLOT (WS-IPER)
005070                     WS-PER-AUTEUR-CLOT (WS-IPER).
005080*
005090  0032-INIT-PLAN-FIN.
005100      EXIT.
005110*
005120  0035-LECTURE-PERCTL-DEB.
005130*
005140      READ PER-CTL-FILE
005150          AT END
005160              MOVE 'O' TO WS-PCTL-FILE-FIN-SW
005170          NOT AT END
005180              IF PCR-HAUTEUR IS NUMERIC AND PCR-HAUTEUR > 0
005190                 AND PCR-HAUTEUR NOT > 10
005200                  MOVE PCR-HAUTEUR TO WS-IPER
005210                  MOVE PER-CTL-RECORD (3:17)
005220                    TO WS-PER-ENT (WS-IPER)
005230              ELSE
005240                  DISPLAY '*====================================*'
005241                  DISPLAY '*  ENREGISTREMENT PERCTL INVALIDE    *'
005242                  DISPLAY '*  IGNORE : ' PER-CTL-RECORD (1:11)
005243                  DISPLAY '*====================================*'
005244              END-IF
005245      END-READ.
005246*
005247  0035-LECTURE-PERCTL-FIN.
005248      EXIT.
005249*
005250*---------------------------------------------------------------*
005251*   DATE DE LA GENERATION A COMPLETER : CELLE DU DERNIER         *
005252*   ENREGISTREMENT DE CUBEHIST, ECRIT PAR ADSOTP9 EN FIN DE MISE *
005253*   A JOUR. UNE CARTE PARMIN DATEE DOIT LUI ETRE EGALE           *
005254*   (PROTECTION CONTRE UN ADSOTP9 N'AYANT PAS HISTORISE) ;       *
005255*   HISTORIQUE VIDE OU DATE DIFFERENTE : LE RECALCUL N'EST PAS   *
005256*   HISTORISE, AVEC TRACE CONSOLE ET CODE RETOUR 4               *
005257*---------------------------------------------------------------*
005258  0050-DATE-GENERATION-DEB.
005259*
005260      OPEN INPUT PARM-FILE.
005261      IF WS-PARM-FILE-OK
005262          READ PARM-FILE
005263              AT END
005264                  CONTINUE
005265              NOT AT END
005266                  IF PARM-DATE-GEN IS NUMERIC
005267                      MOVE PARM-DATE-GEN TO WS-DATE-PARM
005268                  END-IF
005269          END-READ
005270          CLOSE PARM-FILE
005271      END-IF.
005272*
005273      OPEN INPUT CUBE-HIST-FILE.
005274      IF WS-HIST-FILE-OK
005275          PERFORM 0055-LECTURE-HIST-DEB
005276             THRU 0055-LECTURE-HIST-FIN
005277            UNTIL WS-HIST-FILE-TERMINE
005278          CLOSE CUBE-HIST-FILE
005279      END-IF.
005280*
005281      IF WS-DATE-GEN = SPACES
005282          MOVE 'O' TO WS-HIST-ANO-SW
005283          DISPLAY '*========================================*'
005284          DISPLAY '*  AUCUNE GENERATION DANS CUBEHIST        *'
005285          DISPLAY '*  RECALCUL NON HISTORISE                 *'
005286          DISPLAY '*========================================*'
005287          GO TO 0050-DATE-GENERATION-FIN
005288      END-IF.
005289*
005290      IF WS-DATE-PARM NOT = SPACES
005291         AND WS-DATE-PARM NOT = WS-DATE-GEN
005292          MOVE 'O' TO WS-HIST-ANO-SW
005293          DISPLAY '*========================================*'
005294          DISPLAY '*  DATE PARMIN ' WS-DATE-PARM
005295          DISPLAY '*  DERNIERE GENERATION ' WS-DATE-GEN
005296          DISPLAY '*  RECALCUL NON HISTORISE                 *'
005297          DISPLAY '*========================================*'
005298          MOVE SPACES TO WS-DATE-GEN
005299      END-IF.
005300*
005301  0050-DATE-GENERATION-FIN.
005302      EXIT.
005303*
005304  0055-LECTURE-HIST-DEB.
005305*
005306      READ CUBE-HIST-FILE
005307          AT END
005308              MOVE 'O' TO WS-HIST-FILE-FIN-SW
005309          NOT AT END
005310              ADD 1 TO WS-CPT-HIST-LUS
005311              MOVE HIS-DATE-GEN TO WS-DATE-GEN
005312              MOVE HIS-CUBE     TO WS-CUBE-HIST
005313      END-READ.
005314*
005315  0055-LECTURE-HIST-FIN.
005320      EXIT.
005330*
005340*---------------------------------------------------------------*
005350*   CHARGEMENT DE WS-TABLEAU-1 DEPUIS LA GENERATION A RECALCULER *
005360*   (CUBEOUT D'ADSOTP9) ; SANS ELLE LE PASSAGE N'A PAS D'OBJET   *
005370*---------------------------------------------------------------*
005380  0100-CHARGE-TABLEAU-1-DEB.
005390*
005400      OPEN INPUT CUBE-IN-FILE.
005410      IF NOT WS-CUBE-FILE-OK
005420          DISPLAY '*========================================*'
005430          DISPLAY '*  OUVERTURE IMPOSSIBLE DU MAITRE CUBEIN  *'
005440          DISPLAY '*  CODE STATUT : ' WS-CUBE-FILE-STATUS
005450          DISPLAY '*========================================*'
005460          GO TO 9999-ERREUR-PROGRAMME-DEB
005470      END-IF.
005480*
005490      PERFORM 0110-LECTURE-CUBE-DEB
005500         THRU 0110-LECTURE-CUBE-FIN
005510        UNTIL WS-CUBE-FILE-TERMINE.
005520      CLOSE CUBE-IN-FILE.
005530*
005540  0100-CHARGE-TABLEAU-1-FIN.
005550      EXIT.
005560*
005570  0110-LECTURE-CUBE-DEB.
005580*
005590      READ CUBE-IN-FILE
005600          AT END
005610              MOVE 'O' TO WS-CUBE-FILE-FIN-SW
005620          NOT AT END
005630              ADD 1 TO WS-CPT-POSTES-LUS
005640              IF CIR-CUBE NOT = SPACES
005650                  ADD 1 TO WS-CPT-AUTRE-CUBE
005660                  DISPLAY '*====================================*'
005670                  DISPLAY '*  ENREGISTREMENT CUBEIN MULTI-CUBES *'
005680                  DISPLAY '*  (NOM DE CUBE RENSEIGNE) - REJETE  *'
005690                  DISPLAY '*  CE MAITRE NE PORTE QU UN CUBE     *'
005700                  DISPLAY '*====================================*'
005710              ELSE
005720              IF CIR-LIGNE   IS NUMERIC AND CIR-LIGNE   > 0
005730                 AND CIR-LIGNE   NOT > 10
005740                 AND CIR-COLONNE IS NUMERIC AND CIR-COLONNE > 0
005750                 AND CIR-COLONNE NOT > 10
005760                 AND CIR-HAUTEUR IS NUMERIC AND CIR-HAUTEUR > 0
005770                 AND CIR-HAUTEUR NOT > 10
005780                  MOVE CIR-VALEUR TO WS-CELL-TAB-1
005790                      (CIR-LIGNE, CIR-COLONNE, CIR-HAUTEUR)
005800                  MOVE 'O' TO WS-CELL-PRES
005810                      (CIR-LIGNE, CIR-COLONNE, CIR-HAUTEUR)
005820              ELSE
005830                  DISPLAY '*====================================*'
005840                  DISPLAY '*  ENREGISTREMENT CUBEIN HORS BORNES *'
005850                  DISPLAY '*  IGNORE                            *'
005860                  DISPLAY '*====================================*'
005870              END-IF
005880              END-IF
005890      END-READ.
005900*
005910  0110-LECTURE-CUBE-FIN.
005920      EXIT.
005930*
005940*---------------------------------------------------------------*
005950*   CHARGEMENT ET CONTROLE DES FORMULES ; UNE FORMULE INVALIDE   *
005960*   OU DONT LA CIBLE EST DEJA DEFINIE EST SIGNALEE ET ECARTEE    *
005970*---------------------------------------------------------------*
005980  0200-CHARGE-FORMULES-DEB.
005990*
006000      OPEN INPUT FRM-FILE.
006010      IF NOT WS-FRM-FILE-OK
006020          DISPLAY '*========================================*'
006030          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER FORMUL *'
006040          DISPLAY '*  CODE STATUT : ' WS-FRM-FILE-STATUS
006050          DISPLAY '*========================================*'
006060          GO TO 9999-ERREUR-PROGRAMME-DEB
006070      END-IF.
006080*
006090      PERFORM 0210-LECTURE-FORMULE-DEB
006100         THRU 0210-LECTURE-FORMULE-FIN
006110        UNTIL WS-FRM-FILE-TERMINE.
006120      CLOSE FRM-FILE.
006130*
006140  0200-CHARGE-FORMULES-FIN.
006150      EXIT.
006160*
006170  0210-LECTURE-FORMULE-DEB.
006180*
006190      READ FRM-FILE
006200          AT END
006210              MOVE 'O' TO WS-FRM-FILE-FIN-SW
006220              GO TO 0210-LECTURE-FORMULE-FIN
006230      END-READ.
006240      ADD 1 TO WS-CPT-FRM-LUES.
006250      MOVE SPACES TO WS-MOTIF-ANO.
006260*
006270      IF FRM-CIBLE IS NOT NUMERIC OR NOT FRM-OPER-VALIDE
006280          MOVE '01' TO WS-MOTIF-ANO
006290          GO TO 0210-LECTURE-FORMULE-ANO
006300      END-IF.
006310      IF FRM-CL = 0 OR FRM-CL > 10 OR FRM-CC = 0 OR FRM-CC > 10
006320         OR FRM-CH = 0 OR FRM-CH > 10
006330          MOVE '01' TO WS-MOTIF-ANO
006340          GO TO 0210-LECTURE-FORMULE-ANO
006350      END-IF.
006360      IF FRM-OPERANDE (2) = SPACES AND NOT FRM-SOMME
006370          MOVE '01' TO WS-MOTIF-ANO
006380          GO TO 0210-LECTURE-FORMULE-ANO
006390      END-IF.
006400*
006410      IF WS-NB-FRM NOT < 200
006420          MOVE '07' TO WS-MOTIF-ANO
006430          GO TO 0210-LECTURE-FORMULE-ANO
006440      END-IF.
006450*
006460      PERFORM 0215-TESTE-DOUBLON-DEB
006470         THRU 0215-TESTE-DOUBLON-FIN
006480      VARYING WS-JFRM FROM 1 BY 1
006490        UNTIL WS-JFRM > WS-NB-FRM.
006500      IF WS-MOTIF-ANO NOT = SPACES
006510          GO TO 0210-LECTURE-FORMULE-ANO
006520      END-IF.
006530*
006540      ADD 1 TO WS-NB-FRM.
006550      MOVE FRM-CL         TO WS-FRM-CL (WS-NB-FRM).
006560      MOVE FRM-CC         TO WS-FRM-CC (WS-NB-FRM).
006570      MOVE FRM-CH         TO WS-FRM-CH (WS-NB-FRM).
006580      MOVE FRM-OPER       TO WS-FRM-OPER (WS-NB-FRM).
006590      MOVE WS-CPT-FRM-LUES TO WS-FRM-RANG (WS-NB-FRM).
006600      MOVE SPACE          TO WS-FRM-ETAT (WS-NB-FRM).
006610      MOVE 1              TO WS-FRM-NB-OPD (WS-NB-FRM).
006620      IF FRM-OPERANDE (2) NOT = SPACES
006630          MOVE 2          TO WS-FRM-NB-OPD (WS-NB-FRM)
006640      END-IF.
006650      MOVE ZERO           TO WS-FRM-OPD (WS-NB-FRM, 2).
006660*
006670      PERFORM 0220-CONTROLE-OPERANDE-DEB
006680         THRU 0220-CONTROLE-OPERANDE-FIN
006690      VARYING WS-KOPD FROM 1 BY 1
006700        UNTIL WS-KOPD > WS-FRM-NB-OPD (WS-NB-FRM).
006710      IF WS-MOTIF-ANO NOT = SPACES
006720          SUBTRACT 1 FROM WS-NB-FRM
006730          GO TO 0210-LECTURE-FORMULE-ANO
006740      END-IF.
006750      GO TO 0210-LECTURE-FORMULE-FIN.
006760*
006770  0210-LECTURE-FORMULE-ANO.
006780*
006790      ADD 1 TO WS-CPT-ANOMALIES.
006800      MOVE SPACE TO WS-LEDIT.
006810      STRING 'ANOMALIE - FORMULE ' WS-CPT-FRM-LUES
006820             ' ECARTEE : ' FRM-RECORD (1:31)
006830             ' MOTIF ' WS-MOTIF-ANO
006840             DELIMITED BY SIZE
006850      INTO WS-LEDIT.
006860      DISPLAY WS-LEDIT.
006870      MOVE WS-LEDIT TO RPT-RECORD.
006880      WRITE RPT-RECORD.
006890*
006900  0210-LECTURE-FORMULE-FIN.
006910      EXIT.
006920*
006930  0215-TESTE-DOUBLON-DEB.
006940*
006950      IF WS-FRM-CL (WS-JFRM) = FRM-CL
006960         AND WS-FRM-CC (WS-JFRM) = FRM-CC
006970         AND WS-FRM-CH (WS-JFRM) = FRM-CH
006980          MOVE '02' TO WS-MOTIF-ANO
006990      END-IF.
007000*
007010  0215-TESTE-DOUBLON-FIN.
007020      EXIT.
007030*
007040*---------------------------------------------------------------*
007050*   CONTROLE D'UN OPERANDE : DEUX POSTES NUMERIQUES DANS LES     *
007060*   BORNES DU CUBE (LE SECOND A BLANC VAUT LE PREMIER), PREMIER  *
007070*   POSTE NE DEPASSANT LE DERNIER SUR AUCUN AXE                  *
007080*---------------------------------------------------------------*
007090  0220-CONTROLE-OPERANDE-DEB.
007100*
007110      MOVE FRM-OPERANDE (WS-KOPD) TO WS-OPD-X.
007120      IF WS-OPD-X (7:6) = SPACES
007130          MOVE WS-OPD-X (1:6) TO WS-OPD-X (7:6)
007140      END-IF.
007150      IF WS-OPD-X IS NOT NUMERIC
007160          MOVE '01' TO WS-MOTIF-ANO
007170          GO TO 0220-CONTROLE-OPERANDE-FIN
007180      END-IF.
007190      IF WS-OPD-L1 = 0 OR WS-OPD-C1 = 0 OR WS-OPD-H1 = 0
007200         OR WS-OPD-L2 > 10 OR WS-OPD-C2 > 10 OR WS-OPD-H2 > 10
007210         OR WS-OPD-L1 > WS-OPD-L2 OR WS-OPD-C1 > WS-OPD-C2
007220         OR WS-OPD-H1 > WS-OPD-H2
007230          MOVE '01' TO WS-MOTIF-ANO
007240          GO TO 0220-CONTROLE-OPERANDE-FIN
007250      END-IF.
007260      MOVE WS-OPD-N TO WS-FRM-OPD (WS-NB-FRM, WS-KOPD).
007270*
007280  0220-CONTROLE-OPERANDE-FIN.
007290      EXIT.
007300*
007310*---------------------------------------------------------------*
007320*   UNE PASSE : CHAQUE FORMULE ENCORE A EVALUER ET NON BLOQUEE   *
007330*   PAR UNE AUTRE EST CALCULEE                                   *
007340*---------------------------------------------------------------*
007350  1000-PASSE-EVALUATION-DEB.
007360*
007370      MOVE 0 TO WS-CPT-PROGRES.
007380      PERFORM 1100-TENTE-FORMULE-DEB
007390         THRU 1100-TENTE-FORMULE-FIN
007400      VARYING WS-IFRM FROM 1 BY 1
007410        UNTIL WS-IFRM > WS-NB-FRM.
007420*
007430  1000-PASSE-EVALUATION-FIN.
007440      EXIT.
007450*
007460  1100-TENTE-FORMULE-DEB.
007470*
007480      IF NOT WS-FRM-A-EVALUER (WS-IFRM)
007490          GO TO 1100-TENTE-FORMULE-FIN
007500      END-IF.
007510*
007520      MOVE 'N' TO WS-BLOQUEE-SW.
007530      PERFORM 1110-TESTE-DEPENDANCE-DEB
007540         THRU 1110-TESTE-DEPENDANCE-FIN
007550      VARYING WS-JFRM FROM 1 BY 1
007560        UNTIL WS-JFRM > WS-NB-FRM
007570           OR WS-FORMULE-BLOQUEE.
007580      IF WS-FORMULE-BLOQUEE
007590          GO TO 1100-TENTE-FORMULE-FIN
007600      END-IF.
007610*
007620      PERFORM 1200-CALCULE-FORMULE-DEB
007630         THRU 1200-CALCULE-FORMULE-FIN.
007640      MOVE 'E' TO WS-FRM-ETAT (WS-IFRM).
007650      ADD 1 TO WS-CPT-PROGRES.
007660*
007670  1100-TENTE-FORMULE-FIN.
007680      EXIT.
007690*
007700*---------------------------------------------------------------*
007710*   LA FORMULE WS-IFRM EST BLOQUEE SI LA CIBLE D'UNE FORMULE     *
007720*   WS-JFRM ENCORE A EVALUER (ELLE-MEME COMPRISE : UNE FORMULE   *
007730*   QUI SE REFERENCE EST CIRCULAIRE) EST DANS UNE DE SES PLAGES  *
007740*---------------------------------------------------------------*
007750  1110-TESTE-DEPENDANCE-DEB.
007760*
007770      IF NOT WS-FRM-A-EVALUER (WS-JFRM)
007780          GO TO 1110-TESTE-DEPENDANCE-FIN
007790      END-IF.
007800      MOVE WS-FRM-CL (WS-JFRM) TO WS-TST-L.
007810      MOVE WS-FRM-CC (WS-JFRM) TO WS-TST-C.
007820      MOVE WS-FRM-CH (WS-JFRM) TO WS-TST-H.
007830*
007840      PERFORM 1120-TESTE-PLAGE-DEB
007850         THRU 1120-TESTE-PLAGE-FIN
007860      VARYING WS-KOPD FROM 1 BY 1
007870        UNTIL WS-KOPD > WS-FRM-NB-OPD (WS-IFRM)
007880           OR WS-FORMULE-BLOQUEE.
007890*
007900  1110-TESTE-DEPENDANCE-FIN.
007910      EXIT.
007920*
007930  1120-TESTE-PLAGE-DEB.
007940*
007950      PERFORM 1150-PREPARE-PLAGE-DEB
007960         THRU 1150-PREPARE-PLAGE-FIN.
007970      IF WS-TST-L NOT < WS-PL-L1 AND WS-TST-L NOT > WS-PL-L2
007980         AND WS-TST-C NOT < WS-PL-C1 AND WS-TST-C NOT > WS-PL-C2
007990         AND WS-TST-H NOT < WS-PL-H1 AND WS-TST-H NOT > WS-PL-H2
008000          MOVE 'O' TO WS-BLOQUEE-SW
008010      END-IF.
008020*
008030  1120-TESTE-PLAGE-FIN.
008040      EXIT.
008050*
008060*---------------------------------------------------------------*
008070*   PLAGE DE L'OPERANDE WS-KOPD DE LA FORMULE WS-IFRM RECOPIEE   *
008080*   DANS WS-PL- (UN INDICE NE PEUT PAS ETRE LUI-MEME INDICE)     *
008090*---------------------------------------------------------------*
008100  1150-PREPARE-PLAGE-DEB.
008110*
008120      MOVE WS-FRM-L1 (WS-IFRM, WS-KOPD) TO WS-PL-L1.
008130      MOVE WS-FRM-C1 (WS-IFRM, WS-KOPD) TO WS-PL-C1.
008140      MOVE WS-FRM-H1 (WS-IFRM, WS-KOPD) TO WS-PL-H1.
008150      MOVE WS-FRM-L2 (WS-IFRM, WS-KOPD) TO WS-PL-L2.
008160      MOVE WS-FRM-C2 (WS-IFRM, WS-KOPD) TO WS-PL-C2.
008170      MOVE WS-FRM-H2 (WS-IFRM, WS-KOPD) TO WS-PL-H2.
008180*
008190  1150-PREPARE-PLAGE-FIN.
008200      EXIT.
008210*
008220*---------------------------------------------------------------*
008230*   CALCUL D'UNE FORMULE : CUMUL DE CHAQUE PLAGE (POSTE ABSENT = *
008240*   ZERO), OPERATION, PUIS MISE A JOUR DU POSTE CIBLE S'IL       *
008250*   CHANGE. DIVISION PAR ZERO, DEPASSEMENT ET PLAN FERME LAISSENT*
008260*   LA CIBLE INCHANGEE AVEC SIGNALEMENT                          *
008270*---------------------------------------------------------------*
008280  1200-CALCULE-FORMULE-DEB.
008290*
008300      MOVE SPACES TO WS-MOTIF-ANO.
008310      MOVE 0 TO WS-OPD-VAL (1)
008320                WS-OPD-VAL (2).
008330      PERFORM 1210-CUMULE-PLAGE-DEB
008340         THRU 1210-CUMULE-PLAGE-FIN
008350      VARYING WS-KOPD FROM 1 BY 1
008360        UNTIL WS-KOPD > WS-FRM-NB-OPD (WS-IFRM).
008370*
008380      EVALUATE WS-FRM-OPER (WS-IFRM)
008390          WHEN '+'
008400              COMPUTE WS-RESULTAT ROUNDED
008410                    = WS-OPD-VAL (1) + WS-OPD-VAL (2)
008420                  ON SIZE ERROR
008430                      MOVE '05' TO WS-MOTIF-ANO
008440              END-COMPUTE
008450          WHEN '-'
008460              COMPUTE WS-RESULTAT ROUNDED
008470                    = WS-OPD-VAL (1) - WS-OPD-VAL (2)
008480                  ON SIZE ERROR
008490                      MOVE '05' TO WS-MOTIF-ANO
008500              END-COMPUTE
008510          WHEN '*'
008520              COMPUTE WS-RESULTAT ROUNDED
008530                    = WS-OPD-VAL (1) * WS-OPD-VAL (2)
008540                  ON SIZE ERROR
008550                      MOVE '05' TO WS-MOTIF-ANO
008560              END-COMPUTE
008570          WHEN OTHER
008580              IF WS-OPD-VAL (2) = 0
008590                  MOVE '04' TO WS-MOTIF-ANO
008600              ELSE
008610                  COMPUTE WS-RESULTAT ROUNDED
008620                        = WS-OPD-VAL (1) / WS-OPD-VAL (2)
008630                      ON SIZE ERROR
008640                          MOVE '05' TO WS-MOTIF-ANO
008650                  END-COMPUTE
008660              END-IF
008670      END-EVALUATE.
008680      IF WS-MOTIF-ANO NOT = SPACES
008690          PERFORM 2000-SIGNALE-FORMULE-DEB
008700             THRU 2000-SIGNALE-FORMULE-FIN
008710          GO TO 1200-CALCULE-FORMULE-FIN
008720      END-IF.
008730*
008740      MOVE WS-FRM-CL (WS-IFRM) TO WS-ILIGNE.
008750      MOVE WS-FRM-CC (WS-IFRM) TO WS-ICOLONNE.
008760      MOVE WS-FRM-CH (WS-IFRM) TO WS-IHAUTEUR.
008770*
008780      IF WS-CELL-PRES (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) = 'O'
008790         AND WS-CELL-TAB-1 (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR)
008800                                                  = WS-RESULTAT
008810          ADD 1 TO WS-CPT-EVALUEES
008820          ADD 1 TO WS-CPT-INCHANGEES
008830          MOVE 'INCHANGE' TO WS-ETAT-LIB
008840          GO TO 1200-CALCULE-FORMULE-EDIT
008850      END-IF.
008860*
008870      IF WS-PER-FERME (WS-IHAUTEUR)
008880          MOVE '06' TO WS-MOTIF-ANO
008890          PERFORM 2000-SIGNALE-FORMULE-DEB
008900             THRU 2000-SIGNALE-FORMULE-FIN
008910          GO TO 1200-CALCULE-FORMULE-FIN
008920      END-IF.
008930*
008940      ADD 1 TO WS-CPT-EVALUEES.
008950      MOVE SPACES          TO AUDIT-RECORD.
008960      IF WS-CELL-PRES (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) = 'O'
008970          MOVE 'M'         TO AUD-CODE
008980          MOVE WS-CELL-TAB-1 (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR)
008990                           TO WS-AUD-AVANT-N
009000          MOVE WS-AUD-AVANT TO AUD-AVANT
009010          ADD 1 TO WS-CPT-MODIFIEES
009020          MOVE 'MODIFIE'   TO WS-ETAT-LIB
009030      ELSE
009040          MOVE 'A'         TO AUD-CODE
009050          ADD 1 TO WS-CPT-CREES
009060          MOVE 'CREE'      TO WS-ETAT-LIB
009070      END-IF.
009080      MOVE WS-ILIGNE       TO AUD-LIGNE.
009090      MOVE WS-ICOLONNE     TO AUD-COLONNE.
009100      MOVE WS-IHAUTEUR     TO AUD-HAUTEUR.
009110      MOVE WS-RESULTAT     TO WS-AUD-AVANT-N.
009120      MOVE WS-AUD-AVANT    TO AUD-APRES.
009130      WRITE AUDIT-RECORD.
009140*
009150      MOVE WS-RESULTAT TO WS-CELL-TAB-1
009160                          (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR).
009170      MOVE 'O'         TO WS-CELL-PRES
009180                          (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR).
009183      MOVE 'O'         TO WS-CELL-MODIF
009186                          (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR).
009190*
009200  1200-CALCULE-FORMULE-EDIT.
009210*
009220      MOVE WS-RESULTAT TO WS-RES-ED.
009230      INSPECT WS-RES-ED REPLACING ALL ',' BY '.'.
009240      MOVE SPACE TO WS-LEDIT.
009250      STRING 'FORMULE ' WS-FRM-RANG (WS-IFRM)
009260             ' CIBLE ' WS-ILIGNE WS-ICOLONNE WS-IHAUTEUR
009270             ' ' WS-FRM-OPER (WS-IFRM)
009280             ' = ' WS-RES-ED '  ' WS-ETAT-LIB
009290             DELIMITED BY SIZE
009300      INTO WS-LEDIT.
009310      MOVE WS-LEDIT TO RPT-RECORD.
009320      WRITE RPT-RECORD.
009330*
009340  1200-CALCULE-FORMULE-FIN.
009350      EXIT.
009360*
009370  1210-CUMULE-PLAGE-DEB.
009380*
009390      PERFORM 1150-PREPARE-PLAGE-DEB
009400         THRU 1150-PREPARE-PLAGE-FIN.
009410      PERFORM 1220-CUMULE-POSTE-DEB
009420         THRU 1220-CUMULE-POSTE-FIN
009430      VARYING WS-ILIGNE FROM WS-PL-L1 BY 1
009440        UNTIL WS-ILIGNE > WS-PL-L2
009450        AFTER WS-ICOLONNE FROM WS-PL-C1 BY 1
009460        UNTIL WS-ICOLONNE > WS-PL-C2
009470        AFTER WS-IHAUTEUR FROM WS-PL-H1 BY 1
009480        UNTIL WS-IHAUTEUR > WS-PL-H2.
009490*
009500  1210-CUMULE-PLAGE-FIN.
009510      EXIT.
009520*
009530  1220-CUMULE-POSTE-DEB.
009540*
009550      IF WS-CELL-PRES (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) = 'O'
009560          ADD WS-CELL-TAB-1 (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR)
009570            TO WS-OPD-VAL (WS-KOPD)
009580      END-IF.
009590*
009600  1220-CUMULE-POSTE-FIN.
009610      EXIT.
009620*
009630*---------------------------------------------------------------*
009640*   FORMULES RESTEES A EVALUER APRES LA DERNIERE PASSE : ELLES   *
009650*   APPARTIENNENT A UN CYCLE (OU EN DEPENDENT) ET SONT SIGNALEES *
009660*---------------------------------------------------------------*
009670  1300-SIGNALE-CYCLE-DEB.
009680*
009690      IF NOT WS-FRM-A-EVALUER (WS-IFRM)
009700          GO TO 1300-SIGNALE-CYCLE-FIN
009710      END-IF.
009720      MOVE 'C' TO WS-FRM-ETAT (WS-IFRM).
009730      ADD 1 TO WS-CPT-CIRCULAIRES.
009740      MOVE '03' TO WS-MOTIF-ANO.
009750      PERFORM 2000-SIGNALE-FORMULE-DEB
009760         THRU 2000-SIGNALE-FORMULE-FIN.
009770*
009780  1300-SIGNALE-CYCLE-FIN.
009790      EXIT.
009800*
009810*---------------------------------------------------------------*
009820*   FORMULE EN ANOMALIE A L'EVALUATION : TRACE CONSOLE ET RPTOUT *
009830*   AVEC LE CODE MOTIF, LA CIBLE GARDE SA VALEUR                 *
009840*---------------------------------------------------------------*
009850  2000-SIGNALE-FORMULE-DEB.
009860*
009870      ADD 1 TO WS-CPT-ANOMALIES.
009880      MOVE SPACE TO WS-LEDIT.
009890      STRING 'ANOMALIE - FORMULE ' WS-FRM-RANG (WS-IFRM)
009900             ' CIBLE ' WS-FRM-CL (WS-IFRM) WS-FRM-CC (WS-IFRM)
009910             WS-FRM-CH (WS-IFRM)
009920             ' NON CALCULEE - MOTIF ' WS-MOTIF-ANO
009930             DELIMITED BY SIZE
009940      INTO WS-LEDIT.
009950      DISPLAY WS-LEDIT.
009960      MOVE WS-LEDIT TO RPT-RECORD.
009970      WRITE RPT-RECORD.
009980*
009990  2000-SIGNALE-FORMULE-FIN.
010000      EXIT.
010010*
010020*---------------------------------------------------------------*
010030*   ECRITURE DU MAITRE RECALCULE : TOUS LES POSTES PRESENTS,     *
010040*   DANS L'ORDRE LIGNE / COLONNE / HAUTEUR                       *
010050*---------------------------------------------------------------*
010060  3000-ECRIT-NOUVEAU-MAITRE-DEB.
010070*
010080      OPEN OUTPUT CUBE-OUT-FILE.
010090      IF NOT WS-CUBO-FILE-OK
010100          DISPLAY '*========================================*'
010110          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER CUBOUT *'
010120          DISPLAY '*  CODE STATUT : ' WS-CUBO-FILE-STATUS
010130          DISPLAY '*========================================*'
010140          GO TO 9999-ERREUR-PROGRAMME-DEB
010150      END-IF.
010160*
010170      PERFORM 3010-ECRIT-POSTE-DEB
010180         THRU 3010-ECRIT-POSTE-FIN
010190      VARYING WS-ILIGNE FROM 1 BY 1
010200        UNTIL WS-ILIGNE > 10
010210        AFTER WS-ICOLONNE FROM 1 BY 1
010220        UNTIL WS-ICOLONNE > 10
010230        AFTER WS-IHAUTEUR FROM 1 BY 1
010240        UNTIL WS-IHAUTEUR > 10.
010250*
010260      CLOSE CUBE-OUT-FILE.
010270*
010280  3000-ECRIT-NOUVEAU-MAITRE-FIN.
010290      EXIT.
010300*
010310  3010-ECRIT-POSTE-DEB.
010320*
010330      IF WS-CELL-PRES (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) = 'O'
010340          MOVE SPACES TO CUBE-OUT-RECORD
010350          MOVE WS-ILIGNE   TO COR-LIGNE
010360          MOVE WS-ICOLONNE TO COR-COLONNE
010370          MOVE WS-IHAUTEUR TO COR-HAUTEUR
010380          MOVE WS-CELL-TAB-1
010390              (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) TO COR-VALEUR
010400          WRITE CUBE-OUT-RECORD
010410          ADD 1 TO WS-CPT-ECRITS
010420      END-IF.
010430*
010440  3010-ECRIT-POSTE-FIN.
010450      EXIT.
010460*
010470*---------------------------------------------------------------*
010480*   ECRITURE DU MAITRE INDEXE CUBEKSD (CF. ADSOTP9) ; S'IL NE    *
010490*   PEUT PAS ETRE CREE, CUBEOUT RESTE LA GENERATION DE REFERENCE *
010500*---------------------------------------------------------------*
010510  3100-ECRIT-MAITRE-KSD-DEB.
010520*
010530      OPEN OUTPUT CUBE-KSD-FILE.
010540      IF NOT WS-KSD-FILE-OK
010550          DISPLAY '*========================================*'
010560          DISPLAY '*  CREATION IMPOSSIBLE DU MAITRE CUBEKSD  *'
010570          DISPLAY '*  CODE STATUT : ' WS-KSD-FILE-STATUS
010580          DISPLAY '*  CUBEOUT RESTE LA GENERATION DE REFERENCE'
010590          DISPLAY '*========================================*'
010600          GO TO 3100-ECRIT-MAITRE-KSD-FIN
010610      END-IF.
010620*
010630      PERFORM 3110-ECRIT-POSTE-KSD-DEB
010640         THRU 3110-ECRIT-POSTE-KSD-FIN
010650      VARYING WS-ILIGNE FROM 1 BY 1
010660        UNTIL WS-ILIGNE > 10
010670        AFTER WS-ICOLONNE FROM 1 BY 1
010680        UNTIL WS-ICOLONNE > 10
010690        AFTER WS-IHAUTEUR FROM 1 BY 1
010700        UNTIL WS-IHAUTEUR > 10.
010710*
010720      CLOSE CUBE-KSD-FILE.
010730*
010740  3100-ECRIT-MAITRE-KSD-FIN.
010750      EXIT.
010760*
010770  3110-ECRIT-POSTE-KSD-DEB.
010780*
010790      IF WS-CELL-PRES (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) = 'O'
010800          MOVE SPACES TO CUBE-KSD-RECORD
010810          MOVE WS-ILIGNE   TO CKR-LIGNE
010820          MOVE WS-ICOLONNE TO CKR-COLONNE
010830          MOVE WS-IHAUTEUR TO CKR-HAUTEUR
010840          MOVE WS-CELL-TAB-1
010850              (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) TO CKR-VALEUR
010860          WRITE CUBE-KSD-RECORD
010861      END-IF.
010862*
010863  3110-ECRIT-POSTE-KSD-FIN.
010864      EXIT.
010865*
010866*---------------------------------------------------------------*
010867*   AJOUT A CUBEHIST DES POSTES CREES OU MODIFIES, AVEC LEUR     *
010868*   VALEUR RECALCULEE, SOUS LA DATE ET LE NOM DE CUBE DE LA      *
010869*   DERNIERE GENERATION : LES LECTEURS DE L'HISTORIQUE LES       *
010870*   RATTACHENT A CETTE GENERATION, LE DERNIER ENREGISTREMENT D'UN*
010871*   POSTE L'EMPORTANT                                            *
010872*---------------------------------------------------------------*
010873  3200-ECRIT-HISTORIQUE-DEB.
010874*
010875      IF WS-DATE-GEN = SPACES
010876          GO TO 3200-ECRIT-HISTORIQUE-FIN
010877      END-IF.
010878*
010879      OPEN EXTEND CUBE-HIST-FILE.
010880      IF NOT WS-HIST-FILE-OK
010881          OPEN OUTPUT CUBE-HIST-FILE
010882      END-IF.
010883      IF NOT WS-HIST-FILE-OK
010884          MOVE 'O' TO WS-HIST-ANO-SW
010885          DISPLAY '*========================================*'
010886          DISPLAY '*  HISTORIQUE CUBEHIST INDISPONIBLE       *'
010887          DISPLAY '*  CODE STATUT : ' WS-HIST-FILE-STATUS
010888          DISPLAY '*  RECALCUL NON HISTORISE                 *'
010889          DISPLAY '*========================================*'
010890          GO TO 3200-ECRIT-HISTORIQUE-FIN
010891      END-IF.
010892*
010893      PERFORM 3210-ECRIT-POSTE-HIST-DEB
010894         THRU 3210-ECRIT-POSTE-HIST-FIN
010895      VARYING WS-ILIGNE FROM 1 BY 1
010896        UNTIL WS-ILIGNE > 10
010897        AFTER WS-ICOLONNE FROM 1 BY 1
010898        UNTIL WS-ICOLONNE > 10
010899        AFTER WS-IHAUTEUR FROM 1 BY 1
010900        UNTIL WS-IHAUTEUR > 10.
010901*
010902      CLOSE CUBE-HIST-FILE.
010903*
010904  3200-ECRIT-HISTORIQUE-FIN.
010905      EXIT.
010906*
010907  3210-ECRIT-POSTE-HIST-DEB.
010908*
010909      IF WS-CELL-MODIF (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) = 'O'
010910          MOVE SPACES TO CUBE-HIST-RECORD
010911          MOVE WS-ILIGNE   TO HIS-LIGNE
010912          MOVE WS-ICOLONNE TO HIS-COLONNE
010913          MOVE WS-IHAUTEUR TO HIS-HAUTEUR
010914          MOVE WS-CELL-TAB-1
010915              (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) TO HIS-VALEUR
010916          MOVE WS-CUBE-HIST TO HIS-CUBE
010917          MOVE WS-DATE-GEN  TO HIS-DATE-GEN
010918          WRITE CUBE-HIST-RECORD
010919          ADD 1 TO WS-CPT-HIST
010920      END-IF.
010921*
010922  3210-ECRIT-POSTE-HIST-FIN.
010923      EXIT.
010924*
010925*---------------------------------------------------------------*
010930*   TOTAUX DE L'ETAT RPTOUT ET LEGENDE DES MOTIFS                *
010940*---------------------------------------------------------------*
010950  3300-ECRIT-TOTAUX-DEB.
010960*
010970      MOVE SPACE TO RPT-RECORD.
010980      WRITE RPT-RECORD.
010990      MOVE SPACE TO WS-LEDIT.
011000      STRING 'FORMULES LUES       : ' WS-CPT-FRM-LUES
011010              DELIMITED BY SIZE INTO WS-LEDIT.
011020      MOVE WS-LEDIT TO RPT-RECORD.
011030      WRITE RPT-RECORD.
011040      MOVE SPACE TO WS-LEDIT.
011050      STRING 'FORMULES EVALUEES   : ' WS-CPT-EVALUEES
011060              DELIMITED BY SIZE INTO WS-LEDIT.
011070      MOVE WS-LEDIT TO RPT-RECORD.
011080      WRITE RPT-RECORD.
011090      MOVE SPACE TO WS-LEDIT.
011100      STRING '  POSTES CREES      : ' WS-CPT-CREES
011110              DELIMITED BY SIZE INTO WS-LEDIT.
011120      MOVE WS-LEDIT TO RPT-RECORD.
011130      WRITE RPT-RECORD.
011140      MOVE SPACE TO WS-LEDIT.
011150      STRING '  POSTES MODIFIES   : ' WS-CPT-MODIFIEES
011160              DELIMITED BY SIZE INTO WS-LEDIT.
011170      MOVE WS-LEDIT TO RPT-RECORD.
011180      WRITE RPT-RECORD.
011190      MOVE SPACE TO WS-LEDIT.
011200      STRING '  POSTES INCHANGES  : ' WS-CPT-INCHANGEES
011210              DELIMITED BY SIZE INTO WS-LEDIT.
011220      MOVE WS-LEDIT TO RPT-RECORD.
011230      WRITE RPT-RECORD.
011240      MOVE SPACE TO WS-LEDIT.
011250      STRING 'ANOMALIES           : ' WS-CPT-ANOMALIES
011260              DELIMITED BY SIZE INTO WS-LEDIT.
011270      MOVE WS-LEDIT TO RPT-RECORD.
011280      WRITE RPT-RECORD.
011290      MOVE SPACE TO WS-LEDIT.
011300      STRING '  DONT CIRCULAIRES  : ' WS-CPT-CIRCULAIRES
011310              DELIMITED BY SIZE INTO WS-LEDIT.
011320      MOVE WS-LEDIT TO RPT-RECORD.
011321      WRITE RPT-RECORD.
011322      MOVE SPACE TO WS-LEDIT.
011323      IF WS-DATE-GEN = SPACES
011324          MOVE 'GENERATION NON HISTORISEE DANS CUBEHIST'
011325                                                  TO WS-LEDIT
011326      ELSE
011327          STRING 'POSTES HISTORISES   : ' WS-CPT-HIST
011328                 ' (GENERATION ' WS-DATE-GEN ')'
011329                 DELIMITED BY SIZE INTO WS-LEDIT
011330      END-IF.
011331      MOVE WS-LEDIT TO RPT-RECORD.
011332      WRITE RPT-RECORD.
011340      MOVE SPACE TO RPT-RECORD.
011350      WRITE RPT-RECORD.
011360      MOVE 'MOTIFS : 01 FORMULE INVALIDE  02 CIBLE EN DOUBLE'
011370                                                  TO RPT-RECORD.
011380      WRITE RPT-RECORD.
011390      MOVE '  03 REFERENCE CIRCULAIRE  04 DIVISION PAR ZERO'
011400                                                  TO RPT-RECORD.
011410      WRITE RPT-RECORD.
011420      MOVE '  05 HORS CAPACITE  06 PLAN FERME  07 TABLE PLEINE'
011430                                                  TO RPT-RECORD.
011440      WRITE RPT-RECORD.
011450*
011460  3300-ECRIT-TOTAUX-FIN.
011470      EXIT.
011480*
011490  8999-STATISTIQUES-DEB.
011500*
011510       DISPLAY '************************************************'
011520       DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP22       *'
011530       DISPLAY '*     ==================================       *'
011540       DISPLAY '************************************************'
011550       DISPLAY '  POSTES LUS     : ' WS-CPT-POSTES-LUS
011560       DISPLAY '  POSTES AUTRE CUBE : ' WS-CPT-AUTRE-CUBE
011570       DISPLAY '  FORMULES LUES  : ' WS-CPT-FRM-LUES
011580       DISPLAY '  EVALUEES       : ' WS-CPT-EVALUEES
011590       DISPLAY '  POSTES CREES   : ' WS-CPT-CREES
011600       DISPLAY '  POSTES MODIFIES: ' WS-CPT-MODIFIEES
011610       DISPLAY '  INCHANGES      : ' WS-CPT-INCHANGEES
011620       DISPLAY '  ANOMALIES      : ' WS-CPT-ANOMALIES
011630       DISPLAY '  CIRCULAIRES    : ' WS-CPT-CIRCULAIRES
011640       DISPLAY '  POSTES ECRITS  : ' WS-CPT-ECRITS
011643       DISPLAY '  HISTORIQUE LU  : ' WS-CPT-HIST-LUS
011646       DISPLAY '  HISTORISES     : ' WS-CPT-HIST
011650       DISPLAY '************************************************'.
011660*
011670  8999-STATISTIQUES-FIN.
011680       EXIT.
011690*
011700*---------------------------------------------------------------*
011710*   9999-  : PROTECTION FIN DE PROGRAMME                        *
011720*---------------------------------------------------------------*
011730*
011740  9999-FIN-PROGRAMME-DEB.
011750*
011760*---------------------------------------------------------------*
011770* CODE RETOUR GRADUE POUR LE PLANIFICATEUR : 4 SI DES FORMULES   *
011780* SONT EN ANOMALIE (ECARTEES, CIRCULAIRES, DIVISION PAR ZERO,    *
011790* HORS CAPACITE, PLAN FERME) OU SI LE RECALCUL N'A PU ETRE       *
011800* HISTORISE, SINON 0. L'ARRET ANORMAL (9999-ERREUR-) VAUT 16     *
011810*---------------------------------------------------------------*
011820      IF WS-CPT-ANOMALIES > 0 OR WS-HIST-ANO
011830          MOVE 4 TO WS-CR-FINAL
011840      ELSE
011850          MOVE 0 TO WS-CR-FINAL
011860      END-IF.
011870*
011880       DISPLAY '*==============================================*'
011890       DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP22        *'
011900       DISPLAY '*     CODE RETOUR : ' WS-CR-FINAL
011910       DISPLAY '*==============================================*'.
011920*
011930      MOVE WS-CR-FINAL TO RETURN-CODE.
011940*
011950  9999-FIN-PROGRAMME-FIN.
011960       GOBACK.
011970*
011980  9999-ERREUR-PROGRAMME-DEB.
011990*
012000       DISPLAY '*==============================================*'
012010       DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'
012020       DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP22       *'
012030       DISPLAY '*==============================================*'.
012040*
012050* CODE RETOUR 16 = ARRET ANORMAL (CONVENTION DU PLANIFICATEUR)
012060       MOVE 16 TO RETURN-CODE.
012070*
012080  9999-ERREUR-PROGRAMME-FIN.
012090       GOBACK.
