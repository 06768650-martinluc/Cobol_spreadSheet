000010*===============================================================*
000020*--                INFORMATIONS GENERALES                     --*
000030*---------------------------------------------------------------*
000040*  NOM DU PROGRAMME : ADSOTP20                                  *
000050*  NOM DU REDACTEUR : MARTINLUC                                 *
000060*---------------------------------------------------------------*
000070*  SOCIETE          : XXXXXXXX                                  *
000080*  DATE DE CREATION : 14/10/2026                                *
000090*---------------------------------------------------------------*
000100*--               OBJECTIFS GENERAUX DU PROGRAMME             --*
000110* ENTRETIEN DU FICHIER DE CONTROLE DES PERIODES (PERCTL) : L'AXE*
000120* HAUTEUR DU CUBE PORTE LA PERIODE COMPTABLE, CHAQUE PLAN 01 A  *
000130* 10 Y EST MARQUE OUVERT (O) OU FERME (F), AVEC LA DATE ET      *
000140* L'AUTEUR DE LA DERNIERE FERMETURE ET DE LA DERNIERE           *
000150* REOUVERTURE. UN PLAN ABSENT DU FICHIER EST OUVERT. ADSOTP9    *
000160* (SIMULATION COMPRISE) ET ADSOTP11 REFUSENT TOUT MOUVEMENT SUR *
000170* UN PLAN FERME.                                                *
000180* LE PROGRAMME LIT LE FICHIER COURANT, APPLIQUE LES CARTES      *
000190* D'ENTRETIEN (PERMVT : F = FERMETURE / R = REOUVERTURE /       *
000200* L = LISTE) ET ECRIT LA NOUVELLE GENERATION (PEROUT) AINSI     *
000210* QU'UN ETAT (RPTOUT), SUR LE MODELE D'ADSOTP14 POUR QRYLIB.    *
000220* UNE REOUVERTURE EXIGE UNE CARTE DE DEROGATION EXPLICITE (MOT  *
000230* 'DEROGATION' EN COLONNES 12-21) ET UN MOTIF. TOUTE FERMETURE  *
000240* ET TOUTE REOUVERTURE EST TRACEE EN EXTENSION DANS LE JOURNAL  *
000250* DES PERIODES (PERLOG) CONSULTE PAR L'AUDIT ; SANS JOURNAL     *
000260* UTILISABLE LE PASSAGE S'ARRETE.                               *
000270* CODE RETOUR GRADUE (CONVENTION ADSOTP7) : 0 = TOUTES LES      *
000280* CARTES APPLIQUEES, 4 = CARTES REJETEES, 16 = ARRET ANORMAL.   *
000290*---------------------------------------------------------------*
000300*--               HISTORIQUE DES MODIFICATIONS --               *
000310*---------------------------------------------------------------*
000320* DATE  MODIF   !          NATURE DE LA MODIFICATION            *
000330*---------------------------------------------------------------*
000340* 14/10/2026    ! CREATION DU PROGRAMME                         *
000350*===============================================================*
000360*
000370*************************
000380  IDENTIFICATION DIVISION.
000390*************************
000400  PROGRAM-ID.      ADSOTP20.
000410*
000420*                  ==============================               *
000430*=================<  ENVIRONMENT      DIVISION   >==============*
000440*                  ==============================               *
000450*                                                               *
000460*===============================================================*
000470*
000480**********************
000490  ENVIRONMENT DIVISION.
000500**********************
000510*
000520*======================
000530  CONFIGURATION SECTION.
000540*======================
000550*
000560*--------------
000570  SPECIAL-NAMES.
000580*--------------
000590      DECIMAL-POINT IS COMMA.
000600*
000610*=====================
000620  INPUT-OUTPUT SECTION.
000630*=====================
000640*
000650*-------------
000660  FILE-CONTROL.
000670*-------------
000680*
000690      SELECT PER-CTL-FILE ASSIGN TO PERCTL
000700             ORGANIZATION IS SEQUENTIAL
000710             FILE STATUS  IS WS-PCTL-FILE-STATUS.
000720*
000730      SELECT PER-MVT-FILE ASSIGN TO PERMVT
000740             ORGANIZATION IS SEQUENTIAL
000750             FILE STATUS  IS WS-PMVT-FILE-STATUS.
000760*
000770      SELECT PER-OUT-FILE ASSIGN TO PEROUT
000780             ORGANIZATION IS SEQUENTIAL
000790             FILE STATUS  IS WS-POUT-FILE-STATUS.
000800*
000810*---------------------------------------------------------------*
000820*   JOURNAL DES FERMETURES ET REOUVERTURES, REPRIS EN EXTENSION  *
000830*   A CHAQUE PASSAGE (CREE S'IL N'EXISTE PAS ENCORE)             *
000840*---------------------------------------------------------------*
000850      SELECT PER-LOG-FILE ASSIGN TO PERLOG
000860             ORGANIZATION IS SEQUENTIAL
000870             FILE STATUS  IS WS-PLOG-FILE-STATUS.
000880*
000890      SELECT RPT-FILE     ASSIGN TO RPTOUT
000900             ORGANIZATION IS SEQUENTIAL
000910             FILE STATUS  IS WS-RPT-FILE-STATUS.
000920*
000930*                  ==============================               *
000940*=================<       DATA        DIVISION   >==============*
000950*                  ==============================               *
000960*                                                               *
000970*===============================================================*
000980*
000990***************
001000  DATA DIVISION.
001010***************
001020*
001030*=============
001040  FILE SECTION.
001050*=============
001060*
001070*---------------------------------------------------------------*
001080*   CONTROLE DES PERIODES : UN ENREGISTREMENT PAR PLAN HAUTEUR,  *
001090*   STATUT O = OUVERT / F = FERME, DATE (SSAAMMJJ) ET AUTEUR DE  *
001100*   LA DERNIERE FERMETURE, PUIS DE LA DERNIERE REOUVERTURE.      *
001110*   MEME DECOUPAGE DANS ADSOTP9 ET ADSOTP11                      *
001120*---------------------------------------------------------------*
001130  FD  PER-CTL-FILE
001140      RECORDING MODE IS F
001150      RECORD CONTAINS 80 CHARACTERS.
001160*
001170  01  PER-CTL-RECORD.
001180      05  PCR-HAUTEUR                   PIC 99.
001190      05  PCR-STATUT                    PIC X.
001200      05  PCR-DATE-CLOT                 PIC X(8).
001210      05  PCR-AUTEUR-CLOT               PIC X(8).
001220      05  PCR-DATE-REOUV                PIC X(8).
001230      05  PCR-AUTEUR-REOUV              PIC X(8).
001240      05  FILLER                        PIC X(45).
001250*
001260*---------------------------------------------------------------*
001270*   CARTES D'ENTRETIEN : CODE (F = FERMETURE / R = REOUVERTURE / *
001280*   L = LISTE), PLAN HAUTEUR, AUTEUR, PUIS POUR LA REOUVERTURE   *
001290*   LE MOT 'DEROGATION' ET LE MOTIF QUI SERA JOURNALISE          *
001300*---------------------------------------------------------------*
001310  FD  PER-MVT-FILE
001320      RECORDING MODE IS F
001330      RECORD CONTAINS 80 CHARACTERS.
001340*
001350  01  PER-MVT-RECORD.
001360      05  PMV-CODE                      PIC X.
001370          88  PMV-FERMETURE                        VALUE 'F'.
001380          88  PMV-REOUVERTURE                      VALUE 'R'.
001390          88  PMV-LISTE                            VALUE 'L'.
001400      05  PMV-HAUTEUR                   PIC X(2).
001410      05  PMV-HAUTEUR-9 REDEFINES PMV-HAUTEUR
001420                                        PIC 9(2).
001430      05  PMV-AUTEUR                    PIC X(8).
001440      05  PMV-DEROGATION                PIC X(10).
001450          88  PMV-DEROGATION-OK                    VALUE
001460                                                   'DEROGATION'.
001470      05  PMV-MOTIF                     PIC X(40).
001480      05  FILLER                        PIC X(19).
001490*
001500  FD  PER-OUT-FILE
001510      RECORDING MODE IS F
001520      RECORD CONTAINS 80 CHARACTERS.
001530*
001540  01  PER-OUT-RECORD.
001550      05  POR-HAUTEUR                   PIC 99.
001560      05  POR-STATUT                    PIC X.
001570      05  POR-DATE-CLOT                 PIC X(8).
001580      05  POR-AUTEUR-CLOT               PIC X(8).
001590      05  POR-DATE-REOUV                PIC X(8).
001600      05  POR-AUTEUR-REOUV              PIC X(8).
001610      05  FILLER                        PIC X(45).
001620*
001630*---------------------------------------------------------------*
001640*   JOURNAL DES PERIODES : DATE ET HEURE DU PASSAGE, ACTION      *
001650*   (F = FERMETURE / R = REOUVERTURE), PLAN, AUTEUR ET MOTIF     *
001660*---------------------------------------------------------------*
001670  FD  PER-LOG-FILE
001680      RECORDING MODE IS F
001690      RECORD CONTAINS 80 CHARACTERS.
001700*
001710  01  PER-LOG-RECORD.
001720      05  PLG-DATE                      PIC X(8).
001730      05  PLG-HEURE                     PIC X(8).
001740      05  PLG-ACTION                    PIC X.
001750      05  PLG-HAUTEUR                   PIC 99.
001760      05  PLG-AUTEUR                    PIC X(8).
001770      05  PLG-MOTIF                     PIC X(40).
001780      05  FILLER                        PIC X(13).
001790*
001800  FD  RPT-FILE
001810      RECORDING MODE IS F
001820      RECORD CONTAINS 80 CHARACTERS.
001830*
001840  01  RPT-RECORD                        PIC X(80).
001850*
001860*========================
001870  WORKING-STORAGE SECTION.
001880*========================
001890*---------------------------------------------------------------*
001900*   IMAGE EN MEMOIRE DU CONTROLE DES PERIODES, INDICEE PAR LE    *
001910*   PLAN HAUTEUR (TAILLE MAXIMUM COMPILEE DU CUBE) ; TOUS LES    *
001920*   PLANS DEMARRENT OUVERTS. UNE ENTREE A LE DECOUPAGE DES       *
001930*   COLONNES 3-35 DE PERCTL                                      *
001940*---------------------------------------------------------------*
001950  01  WS-PERIODES.
001960      05  WS-PER-ENT                    OCCURS 10.
001970          10  WS-PER-STATUT             PIC X.
001980              88  WS-PER-OUVERT                    VALUE 'O'.
001990              88  WS-PER-FERME                     VALUE 'F'.
002000          10  WS-PER-DATE-CLOT          PIC X(8).
002010          10  WS-PER-AUTEUR-CLOT        PIC X(8).
002020          10  WS-PER-DATE-REOUV         PIC X(8).
002030          10  WS-PER-AUTEUR-REOUV       PIC X(8).
002040*
002050  01  WS-IPER                           PIC 99.
002060*
002070*---------------------------------------------------------------*
002080*   CODES MOTIF DE REJET D'UNE CARTE (EDITES DANS RPTOUT) :      *
002090*   01 = CODE INCONNU               02 = PLAN INVALIDE           *
002100*   03 = AUTEUR ABSENT              04 = PLAN DEJA FERME         *
002110*   05 = PLAN DEJA OUVERT           06 = DEROGATION ABSENTE      *
002120*   07 = MOTIF DE REOUVERTURE ABSENT                             *
002130*---------------------------------------------------------------*
002140  01  WS-MOTIF-REJET                    PIC X(2).
002150*
002160  01  WS-PCTL-FILE-STATUS               PIC X(02).
002170      88  WS-PCTL-FILE-OK                          VALUE '00'.
002180*
002190  01  WS-PMVT-FILE-STATUS               PIC X(02).
002200      88  WS-PMVT-FILE-OK                          VALUE '00'.
002210*
002220  01  WS-POUT-FILE-STATUS               PIC X(02).
002230      88  WS-POUT-FILE-OK                          VALUE '00'.
002240*
002250  01  WS-PLOG-FILE-STATUS               PIC X(02).
002260      88  WS-PLOG-FILE-OK                          VALUE '00'.
002270*
002280  01  WS-RPT-FILE-STATUS                PIC X(02).
002290      88  WS-RPT-FILE-OK                           VALUE '00'.
002300*
002310  01  WS-PCTL-FILE-FIN-SW               PIC X       VALUE 'N'.
002320      88  WS-PCTL-FILE-TERMINE                     VALUE 'O'.
002330*
002340  01  WS-PMVT-FILE-FIN-SW               PIC X       VALUE 'N'.
002350      88  WS-PMVT-FILE-TERMINE                     VALUE 'O'.
002360*
002370*---------------------------------------------------------------*
002380*   COMPTEURS DE FIN DE TRAITEMENT                               *
002390*---------------------------------------------------------------*
002400  01  WS-CPT-LUS                        PIC 9(5)    VALUE 0.
002410  01  WS-CPT-FERMETURES                 PIC 9(5)    VALUE 0.
002420  01  WS-CPT-REOUVERTURES               PIC 9(5)    VALUE 0.
002430  01  WS-CPT-LISTES                     PIC 9(5)    VALUE 0.
002440  01  WS-CPT-REJETS                     PIC 9(5)    VALUE 0.
002450  01  WS-CPT-JOURNAL                    PIC 9(5)    VALUE 0.
002460  01  WS-CPT-ECRITS                     PIC 9(5)    VALUE 0.
002470*
002480  01  WS-CR-FINAL                       PIC 99      VALUE 0.
002490*
002500* DATE ET HEURE DU PASSAGE, PORTEES PAR LE FICHIER DE CONTROLE
002510* ET PAR LE JOURNAL
002520  01  WS-DATE-SYS                       PIC X(8).
002530  01  WS-HEURE-SYS                      PIC X(8).
002540*
002550  01  WS-LEDIT                          PIC X(80).
002560*
002570*                  ==============================               *
002580*=================<   PROCEDURE       DIVISION   >==============*
002590*                  ==============================               *
002600*                                                               *
002610*===============================================================*
002620*
002630  PROCEDURE           DIVISION.
002640*
002650*---------------------------------------------------------------*
002660*               DESCRIPTION DU COMPOSANT PROGRAMME              *
002670*               ==================================              *
002680*---------------------------------------------------------------*
002690*
002700  0000-PROGRAMME-DEB.
002710*
002720      INITIALIZE WS-PERIODES.
002730      PERFORM 0020-INIT-PLAN-DEB
002740         THRU 0020-INIT-PLAN-FIN
002750      VARYING WS-IPER FROM 1 BY 1
002760        UNTIL WS-IPER > 10.
002770*
002780      ACCEPT WS-DATE-SYS  FROM DATE YYYYMMDD.
002790      ACCEPT WS-HEURE-SYS FROM TIME.
002800*
002810      PERFORM 0100-CHARGE-PERCTL-DEB
002820         THRU 0100-CHARGE-PERCTL-FIN.
002830*
002840      OPEN INPUT PER-MVT-FILE.
002850      IF NOT WS-PMVT-FILE-OK
002860          DISPLAY '*========================================*'
002870          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER PERMVT *'
002880          DISPLAY '*  CODE STATUT : ' WS-PMVT-FILE-STATUS
002890          DISPLAY '*========================================*'
002900          GO TO 9999-ERREUR-PROGRAMME-DEB
002910      END-IF.
002920*
002930*---------------------------------------------------------------*
002940* LE JOURNAL EST OUVERT AVANT TOUTE CARTE : AUCUNE FERMETURE NI  *
002950* REOUVERTURE NE DOIT PASSER SANS ETRE TRACEE                    *
002960*---------------------------------------------------------------*
002970      OPEN EXTEND PER-LOG-FILE.
002980      IF NOT WS-PLOG-FILE-OK
002990          OPEN OUTPUT PER-LOG-FILE
003000      END-IF.
003010      IF NOT WS-PLOG-FILE-OK
003020          DISPLAY '*========================================*'
003030          DISPLAY '*  JOURNAL DES PERIODES PERLOG            *'
003040          DISPLAY '*  INDISPONIBLE - CODE STATUT : '
003050                                             WS-PLOG-FILE-STATUS
003060          DISPLAY '*========================================*'
003070          GO TO 9999-ERREUR-PROGRAMME-DEB
003080      END-IF.
003090*
003100      OPEN OUTPUT RPT-FILE.
003110      IF NOT WS-RPT-FILE-OK
003120          DISPLAY '*========================================*'
003130          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER RPTOUT *'
003140          DISPLAY '*  CODE STATUT : ' WS-RPT-FILE-STATUS
003150          DISPLAY '*========================================*'
003160          GO TO 9999-ERREUR-PROGRAMME-DEB
003170      END-IF.
003180*
003190      MOVE 'ENTRETIEN DU CONTROLE DES PERIODES' TO RPT-RECORD.
003200      WRITE RPT-RECORD.
003210*
003220      PERFORM 1005-LECTURE-MVT-DEB
003230         THRU 1005-LECTURE-MVT-FIN.
003240*
003250      PERFORM 1010-APPLIQUE-MVT-DEB
003260         THRU 1010-APPLIQUE-MVT-FIN
003270        UNTIL WS-PMVT-FILE-TERMINE.
003280*
003290      CLOSE PER-MVT-FILE.
003300      CLOSE PER-LOG-FILE.
003310*
003320      PERFORM 3000-ECRIT-NOUVEAU-PER-DEB
003330         THRU 3000-ECRIT-NOUVEAU-PER-FIN.
003340*
003350      CLOSE RPT-FILE.
003360*
003370      PERFORM 8999-STATISTIQUES-DEB
003380         THRU 8999-STATISTIQUES-FIN.
003390*
003400      PERFORM 9999-FIN-PROGRAMME-DEB
003410         THRU 9999-FIN-PROGRAMME-FIN.
003420*
003430  0000-PROGRAMME-FIN.
003440       EXIT.
003450***************************************************************
003460***************************************************************
003470***************************************************************
003480*---------------------------------------------------------------*
003490*   CHAQUE PLAN DEMARRE OUVERT, SANS FERMETURE CONNUE            *
003500*---------------------------------------------------------------*
003510  0020-INIT-PLAN-DEB.
003520*
003530      MOVE 'O' TO WS-PER-STATUT (WS-IPER).
003540*
003550  0020-INIT-PLAN-FIN.
003560      EXIT.
003570*
003580*---------------------------------------------------------------*
003590*   CHARGEMENT DU CONTROLE DES PERIODES COURANT. FICHIER ABSENT :*
003600*   TOUS LES PLANS SONT OUVERTS (PREMIERE CONSTITUTION)          *
003610*---------------------------------------------------------------*
003620  0100-CHARGE-PERCTL-DEB.
003630*
003640      OPEN INPUT PER-CTL-FILE.
003650      IF WS-PCTL-FILE-OK
003660          PERFORM 0110-LECTURE-PERCTL-DEB
003670             THRU 0110-LECTURE-PERCTL-FIN
003680            UNTIL WS-PCTL-FILE-TERMINE
003690          CLOSE PER-CTL-FILE
003700      ELSE
003710          DISPLAY '*========================================*'
003720          DISPLAY '*  CONTROLE PERCTL ABSENT : PLANS OUVERTS *'
003730          DISPLAY '*========================================*'
003740      END-IF.
003750*
003760  0100-CHARGE-PERCTL-FIN.
003770      EXIT.
003780*
003790  0110-LECTURE-PERCTL-DEB.
003800*
003810      READ PER-CTL-FILE
003820          AT END
003830              MOVE 'O' TO WS-PCTL-FILE-FIN-SW
003840          NOT AT END
003850              IF PCR-HAUTEUR IS NUMERIC AND PCR-HAUTEUR > 0
003860                 AND PCR-HAUTEUR NOT > 10
003870                 AND (PCR-STATUT = 'O' OR PCR-STATUT = 'F')
003880                  MOVE PCR-HAUTEUR TO WS-IPER
003890                  MOVE PER-CTL-RECORD (3:33)
003900                    TO WS-PER-ENT (WS-IPER)
003910              ELSE
003920                  DISPLAY '*====================================*'
003930                  DISPLAY '*  ENREGISTREMENT PERCTL INVALIDE    *'
003940                  DISPLAY '*  IGNORE : ' PER-CTL-RECORD (1:11)
003950                  DISPLAY '*====================================*'
003960              END-IF
003970      END-READ.
003980*
003990  0110-LECTURE-PERCTL-FIN.
004000      EXIT.
004010*
004020*---------------------------------------------------------------*
004030*   LECTURE D'UNE CARTE D'ENTRETIEN                              *
004040*---------------------------------------------------------------*
004050  1005-LECTURE-MVT-DEB.
004060*
004070      READ PER-MVT-FILE
004080          AT END
004090              MOVE 'O' TO WS-PMVT-FILE-FIN-SW
004100          NOT AT END
004110              ADD 1 TO WS-CPT-LUS
004120      END-READ.
004130*
004140  1005-LECTURE-MVT-FIN.
004150      EXIT.
004160*
004170*---------------------------------------------------------------*
004180*   APPLICATION D'UNE CARTE : LE PLAN ET L'AUTEUR SONT CONTROLES *
004190*   SAUF POUR LA LISTE                                           *
004200*---------------------------------------------------------------*
004210  1010-APPLIQUE-MVT-DEB.
004220*
004230      MOVE SPACES TO WS-MOTIF-REJET.
004240*
004250      IF PMV-LISTE
004260          ADD 1 TO WS-CPT-LISTES
004270          PERFORM 1050-EDITE-LISTE-DEB
004280             THRU 1050-EDITE-LISTE-FIN
004290          GO TO 1010-APPLIQUE-MVT-SUITE
004300      END-IF.
004310*
004320      IF NOT PMV-FERMETURE AND NOT PMV-REOUVERTURE
004330          MOVE '01' TO WS-MOTIF-REJET
004340          PERFORM 2000-REJETTE-MVT-DEB
004350             THRU 2000-REJETTE-MVT-FIN
004360          GO TO 1010-APPLIQUE-MVT-SUITE
004370      END-IF.
004380*
004390      IF PMV-HAUTEUR IS NOT NUMERIC
004400          MOVE '02' TO WS-MOTIF-REJET
004410      ELSE
004420          IF PMV-HAUTEUR-9 = 0 OR PMV-HAUTEUR-9 > 10
004430              MOVE '02' TO WS-MOTIF-REJET
004440          END-IF
004450      END-IF.
004460      IF WS-MOTIF-REJET = SPACES
004470         AND PMV-AUTEUR = SPACES
004480          MOVE '03' TO WS-MOTIF-REJET
004490      END-IF.
004500      IF WS-MOTIF-REJET NOT = SPACES
004510          PERFORM 2000-REJETTE-MVT-DEB
004520             THRU 2000-REJETTE-MVT-FIN
004530          GO TO 1010-APPLIQUE-MVT-SUITE
004540      END-IF.
004550*
004560      MOVE PMV-HAUTEUR-9 TO WS-IPER.
004570      IF PMV-FERMETURE
004580          PERFORM 1020-APPLIQUE-FERMETURE-DEB
004590             THRU 1020-APPLIQUE-FERMETURE-FIN
004600      ELSE
004610          PERFORM 1030-APPLIQUE-REOUVERTURE-DEB
004620             THRU 1030-APPLIQUE-REOUVERTURE-FIN
004630      END-IF.
004640*
004650  1010-APPLIQUE-MVT-SUITE.
004660*
004670      PERFORM 1005-LECTURE-MVT-DEB
004680         THRU 1005-LECTURE-MVT-FIN.
004690*
004700  1010-APPLIQUE-MVT-FIN.
004710      EXIT.
004720*
004730*---------------------------------------------------------------*
004740*   FERMETURE D'UN PLAN OUVERT : DATE DU PASSAGE ET AUTEUR DE LA *
004750*   CARTE SONT RETENUS, LA FERMETURE EST JOURNALISEE             *
004760*---------------------------------------------------------------*
004770  1020-APPLIQUE-FERMETURE-DEB.
004780*
004790      IF WS-PER-FERME (WS-IPER)
004800          MOVE '04' TO WS-MOTIF-REJET
004810          PERFORM 2000-REJETTE-MVT-DEB
004820             THRU 2000-REJETTE-MVT-FIN
004830          GO TO 1020-APPLIQUE-FERMETURE-FIN
004840      END-IF.
004850*
004860      MOVE 'F'         TO WS-PER-STATUT (WS-IPER).
004870      MOVE WS-DATE-SYS TO WS-PER-DATE-CLOT (WS-IPER).
004880      MOVE PMV-AUTEUR  TO WS-PER-AUTEUR-CLOT (WS-IPER).
004890      ADD 1 TO WS-CPT-FERMETURES.
004900*
004910      PERFORM 2100-ECRIT-JOURNAL-DEB
004920         THRU 2100-ECRIT-JOURNAL-FIN.
004930*
004940  1020-APPLIQUE-FERMETURE-FIN.
004950      EXIT.
004960*
004970*---------------------------------------------------------------*
004980*   REOUVERTURE D'UN PLAN FERME : LA CARTE DOIT PORTER LE MOT    *
004990*   'DEROGATION' ET UN MOTIF. LA DERNIERE FERMETURE RESTE        *
005000*   CONNUE, LA REOUVERTURE EST JOURNALISEE AVEC SON MOTIF        *
005010*---------------------------------------------------------------*
005020  1030-APPLIQUE-REOUVERTURE-DEB.
005030*
005040      IF WS-PER-OUVERT (WS-IPER)
005050          MOVE '05' TO WS-MOTIF-REJET
005060      ELSE
005070          IF NOT PMV-DEROGATION-OK
005080              MOVE '06' TO WS-MOTIF-REJET
005090          ELSE
005100              IF PMV-MOTIF = SPACES
005110                  MOVE '07' TO WS-MOTIF-REJET
005120              END-IF
005130          END-IF
005140      END-IF.
005150      IF WS-MOTIF-REJET NOT = SPACES
005160          PERFORM 2000-REJETTE-MVT-DEB
005170             THRU 2000-REJETTE-MVT-FIN
005180          GO TO 1030-APPLIQUE-REOUVERTURE-FIN
005190      END-IF.
005200*
005210      MOVE 'O'         TO WS-PER-STATUT (WS-IPER).
005220      MOVE WS-DATE-SYS TO WS-PER-DATE-REOUV (WS-IPER).
005230      MOVE PMV-AUTEUR  TO WS-PER-AUTEUR-REOUV (WS-IPER).
005240      ADD 1 TO WS-CPT-REOUVERTURES.
005250*
005260      PERFORM 2100-ECRIT-JOURNAL-DEB
005270         THRU 2100-ECRIT-JOURNAL-FIN.
005280*
005290      MOVE SPACE TO WS-LEDIT.
005300      STRING '*** REOUVERTURE PAR DEROGATION - PLAN ' WS-IPER
005310             ' PAR ' PMV-AUTEUR
005320             DELIMITED BY SIZE
005330      INTO WS-LEDIT.
005340      DISPLAY WS-LEDIT.
005350      MOVE WS-LEDIT TO RPT-RECORD.
005360      WRITE RPT-RECORD.
005370      MOVE SPACE TO WS-LEDIT.
005380      STRING '    MOTIF : ' PMV-MOTIF
005390             DELIMITED BY SIZE
005400      INTO WS-LEDIT.
005410      MOVE WS-LEDIT TO RPT-RECORD.
005420      WRITE RPT-RECORD.
005430*
005440  1030-APPLIQUE-REOUVERTURE-FIN.
005450      EXIT.
005460*
005470*---------------------------------------------------------------*
005480*   LISTE DES DIX PLANS DANS RPTOUT, DANS L'ETAT DU CONTROLE AU  *
005490*   MOMENT DE LA CARTE 'L'                                       *
005500*---------------------------------------------------------------*
005510  1050-EDITE-LISTE-DEB.
005520*
005530      MOVE SPACE TO RPT-RECORD.
005540      WRITE RPT-RECORD.
005550      MOVE 'PLAN / STATUT / FERME LE / PAR / ROUVERT LE / PAR'
005560                                                  TO RPT-RECORD.
005570      WRITE RPT-RECORD.
005580      PERFORM 1055-EDITE-PLAN-DEB
005590         THRU 1055-EDITE-PLAN-FIN
005600      VARYING WS-IPER FROM 1 BY 1
005610        UNTIL WS-IPER > 10.
005620      MOVE SPACE TO RPT-RECORD.
005630      WRITE RPT-RECORD.
005640*
005650  1050-EDITE-LISTE-FIN.
005660      EXIT.
005670*
005680  1055-EDITE-PLAN-DEB.
005690*
005700      MOVE SPACE TO WS-LEDIT.
005710      STRING WS-IPER '     '
005720             WS-PER-STATUT (WS-IPER) '        '
005730             WS-PER-DATE-CLOT (WS-IPER) ' '
005740             WS-PER-AUTEUR-CLOT (WS-IPER) ' '
005750             WS-PER-DATE-REOUV (WS-IPER) ' '
005760             WS-PER-AUTEUR-REOUV (WS-IPER)
005770             DELIMITED BY SIZE
005780      INTO WS-LEDIT.
005790      MOVE WS-LEDIT TO RPT-RECORD.
005800      WRITE RPT-RECORD.
005810*
005820  1055-EDITE-PLAN-FIN.
005830      EXIT.
005840*
005850*---------------------------------------------------------------*
005860*   CARTE REJETEE : TRACE CONSOLE ET RPTOUT AVEC LE CODE MOTIF,  *
005870*   LE FICHIER DES CARTES CONTINUE D'ETRE LU                     *
005880*---------------------------------------------------------------*
005890  2000-REJETTE-MVT-DEB.
005900*
005910      ADD 1 TO WS-CPT-REJETS.
005920      MOVE SPACE TO WS-LEDIT.
005930      STRING 'ANOMALIE - CARTE ' WS-CPT-LUS
005940             ' REJETEE : ' PER-MVT-RECORD (1:21)
005950             ' MOTIF ' WS-MOTIF-REJET
005960             DELIMITED BY SIZE
005970      INTO WS-LEDIT.
005980      DISPLAY WS-LEDIT.
005990      MOVE WS-LEDIT TO RPT-RECORD.
006000      WRITE RPT-RECORD.
006010*
006020  2000-REJETTE-MVT-FIN.
006030      EXIT.
006040*
006050*---------------------------------------------------------------*
006060*   TRACE D'UNE FERMETURE OU D'UNE REOUVERTURE DANS LE JOURNAL   *
006070*   DES PERIODES (LE MOTIF N'EST PORTE QUE PAR LA REOUVERTURE)   *
006080*---------------------------------------------------------------*
006090  2100-ECRIT-JOURNAL-DEB.
006100*
006110      MOVE SPACES       TO PER-LOG-RECORD.
006120      MOVE WS-DATE-SYS  TO PLG-DATE.
006130      MOVE WS-HEURE-SYS TO PLG-HEURE.
006140      MOVE PMV-CODE     TO PLG-ACTION.
006150      MOVE WS-IPER      TO PLG-HAUTEUR.
006160      MOVE PMV-AUTEUR   TO PLG-AUTEUR.
006170      IF PMV-REOUVERTURE
006180          MOVE PMV-MOTIF TO PLG-MOTIF
006190      END-IF.
006200      WRITE PER-LOG-RECORD.
006210      IF NOT WS-PLOG-FILE-OK
006220          DISPLAY '*========================================*'
006230          DISPLAY '*  ECRITURE IMPOSSIBLE DANS PERLOG        *'
006240          DISPLAY '*  CODE STATUT : ' WS-PLOG-FILE-STATUS
006250          DISPLAY '*========================================*'
006260          GO TO 9999-ERREUR-PROGRAMME-DEB
006270      END-IF.
006280      ADD 1 TO WS-CPT-JOURNAL.
006290*
006300      MOVE SPACE TO WS-LEDIT.
006310      STRING 'PLAN ' WS-IPER
006320             ' ' PMV-CODE ' PAR ' PMV-AUTEUR
006330             ' LE ' WS-DATE-SYS ' - JOURNALISE'
006340             DELIMITED BY SIZE
006350      INTO WS-LEDIT.
006360      MOVE WS-LEDIT TO RPT-RECORD.
006370      WRITE RPT-RECORD.
006380*
006390  2100-ECRIT-JOURNAL-FIN.
006400      EXIT.
006410*
006420*---------------------------------------------------------------*
006430*   ECRITURE DE LA NOUVELLE GENERATION DU CONTROLE : LES DIX     *
006440*   PLANS, DANS L'ORDRE DE LA HAUTEUR                            *
006450*---------------------------------------------------------------*
006460  3000-ECRIT-NOUVEAU-PER-DEB.
006470*
006480      OPEN OUTPUT PER-OUT-FILE.
006490      IF NOT WS-POUT-FILE-OK
006500          DISPLAY '*========================================*'
006510          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER PEROUT *'
006520          DISPLAY '*  CODE STATUT : ' WS-POUT-FILE-STATUS
006530          DISPLAY '*========================================*'
006540          GO TO 9999-ERREUR-PROGRAMME-DEB
006550      END-IF.
006560*
006570      PERFORM 3010-ECRIT-PLAN-DEB
006580         THRU 3010-ECRIT-PLAN-FIN
006590      VARYING WS-IPER FROM 1 BY 1
006600        UNTIL WS-IPER > 10.
006610*
006620      CLOSE PER-OUT-FILE.
006630*
006640  3000-ECRIT-NOUVEAU-PER-FIN.
006650      EXIT.
006660*
006670  3010-ECRIT-PLAN-DEB.
006680*
006690      MOVE SPACES TO PER-OUT-RECORD.
006700      MOVE WS-IPER                     TO POR-HAUTEUR.
006710      MOVE WS-PER-STATUT (WS-IPER)     TO POR-STATUT.
006720      MOVE WS-PER-DATE-CLOT (WS-IPER)  TO POR-DATE-CLOT.
006730      MOVE WS-PER-AUTEUR-CLOT (WS-IPER)
006740                                       TO POR-AUTEUR-CLOT.
006750      MOVE WS-PER-DATE-REOUV (WS-IPER) TO POR-DATE-REOUV.
006760      MOVE WS-PER-AUTEUR-REOUV (WS-IPER)
006770                                       TO POR-AUTEUR-REOUV.
006780      WRITE PER-OUT-RECORD.
006790      ADD 1 TO WS-CPT-ECRITS.
006800*
006810  3010-ECRIT-PLAN-FIN.
006820      EXIT.
006830*
006840  8999-STATISTIQUES-DEB.
006850*
006860       DISPLAY '************************************************'
006870       DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP20       *'
006880       DISPLAY '*     ==================================       *'
006890       DISPLAY '************************************************'
006900       DISPLAY '  CARTES LUES    : ' WS-CPT-LUS
006910       DISPLAY '  FERMETURES     : ' WS-CPT-FERMETURES
006920       DISPLAY '  REOUVERTURES   : ' WS-CPT-REOUVERTURES
006930       DISPLAY '  LISTES         : ' WS-CPT-LISTES
006940       DISPLAY '  REJETS         : ' WS-CPT-REJETS
006950       DISPLAY '  JOURNALISES    : ' WS-CPT-JOURNAL
006960       DISPLAY '  PLANS ECRITS   : ' WS-CPT-ECRITS
006970       DISPLAY '************************************************'.
006980*
006990  8999-STATISTIQUES-FIN.
007000       EXIT.
007010*
007020*---------------------------------------------------------------*
007030*   9999-  : PROTECTION FIN DE PROGRAMME                        *
007040*---------------------------------------------------------------*
007050*
007060  9999-FIN-PROGRAMME-DEB.
007070*
007080*---------------------------------------------------------------*
007090* CODE RETOUR GRADUE POUR LE PLANIFICATEUR : 4 SI DES CARTES ONT *
007100* ETE REJETEES, SINON 0. L'ARRET ANORMAL (9999-ERREUR-) VAUT 16  *
007110*---------------------------------------------------------------*
007120      IF WS-CPT-REJETS > 0
007130          MOVE 4 TO WS-CR-FINAL
007140      ELSE
007150          MOVE 0 TO WS-CR-FINAL
007160      END-IF.
007170*
007180       DISPLAY '*==============================================*'
007190       DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP20        *'
007200       DISPLAY '*     CODE RETOUR : ' WS-CR-FINAL
007210       DISPLAY '*==============================================*'.
007220*
007230      MOVE WS-CR-FINAL TO RETURN-CODE.
007240*
007250  9999-FIN-PROGRAMME-FIN.
007260       GOBACK.
007270*
007280  9999-ERREUR-PROGRAMME-DEB.
007290*
007300       DISPLAY '*==============================================*'
007310       DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'
007320       DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP20       *'
007330       DISPLAY '*==============================================*'.
007340*
007350* CODE RETOUR 16 = ARRET ANORMAL (CONVENTION DU PLANIFICATEUR)
007360       MOVE 16 TO RETURN-CODE.
007370*
007380  9999-ERREUR-PROGRAMME-FIN.
007390       GOBACK.
