000376*               ! D'AUDIT ET DE L'HISTORIQUE ELARGIES EN         *
000377*               ! CONSEQUENCE. CONVERSION DES ANCIENS MAITRES    *
000378*               ! PAR ADSOTP17                                   *
000379* 14/10/2026    ! CONTROLE DES PERIODES : UN MOUVEMENT SUR UN    *
000380*               ! PLAN HAUTEUR FERME DANS PERCTL (ENTRETENU PAR  *
000381*               ! ADSOTP20) EST REFUSE, SIMULATION COMPRISE.     *
000382*               ! CHAQUE REJET PORTE DESORMAIS UN CODE MOTIF     *
000383*               ! (05 = PLAN FERME), TRACE A LA CONSOLE ET DANS  *
000384*               ! L'ETAT D'IMPACT, PRODUIT AUSSI EN APPLICATION  *
000385*               ! REELLE QUAND IMPOUT EST FOURNI. CODE RETOUR 8  *
000386*               ! SI DES MOUVEMENTS ONT ETE REFUSES SUR PLAN     *
000387*               ! FERME                                          *
000388* 15/10/2026    ! REGLES DE TOLERANCE TOLRGL (ECART ABSOLU OU    *
000389*               ! RELATIF PAR CUBE, CARTE PARMIN COL. 7-10, OU   *
000390*               ! PAR PLAN HAUTEUR) : UN MOUVEMENT HORS SEUIL    *
000391*               ! EST MIS EN SUSPENS (FICHIER SUSPENS, MOTIFS    *
000392*               ! 06/07) AU LIEU D'ETRE APPLIQUE, MOTIF ET       *
000393*               ! REFERENCE A L'ETAT D'IMPACT ; LE MOUVEMENT VISE*
000394*               ! (V EN COLONNE 18) LIBERE PAR ADSOTP21 N'EST PAS*
000395*               ! RECONTROLE. CODE RETOUR 4 SI DES MOUVEMENTS    *
000396*               ! ONT ETE MIS EN SUSPENS                         *
000397* 15/10/2026    ! UN MOUVEMENT VISE DOIT PORTER LA REFERENCE DE  *
000398*               ! SON SUSPENS (NUMERIQUE, COLONNES 19-37) : SANS *
000399*               ! ELLE IL EST REJETE (MOTIF 08) AU LIEU          *
000400*               ! D'ECHAPPER AU CONTROLE DE TOLERANCE            *
000401* 15/10/2026    ! LE VISA NE SUFFIT PLUS : LE MOUVEMENT VISE     *
000402*               ! N'EST APPLIQUE QUE S'IL REPOND A UNE           *
000403*               ! APPROBATION NON CONSOMMEE DU FICHIER VISAIN    *
000404*               ! (ECRIT PAR ADSOTP21 : REFERENCE, IMAGE DU      *
000405*               ! MOUVEMENT ET CUBE IDENTIQUES), SINON MOTIF 08. *
000406*               ! L'APPROBATION EST CONSOMMEE A L'APPLICATION ; *
000407*               ! EN APPLICATION REELLE LA NOUVELLE GENERATION   *
000408*               ! VISAOUT NE REPREND QUE LES VISAS RESTANTS      *
000409*===============================================================*
000410*
000411*************************
000412  IDENTIFICATION DIVISION.
000413*************************
000420  PROGRAM-ID.      ADSOTP9.
000430*
000440*                  ==============================               *
000998             FILE STATUS  IS WS-PARM-FILE-STATUS.
000999*
001000*---------------------------------------------------------------*
001001*   ETAT D'IMPACT : REJETS MOTIVES ET COMPTAGES DU PASSAGE. EN   *
001002*   SIMULATION IL EST REVU PAR L'EXPLOITATION AVANT DE LIBERER   *
001003*   L'APPLICATION REELLE ; EN APPLICATION REELLE IL EST          *
001004*   FACULTATIF                                                   *
001005*---------------------------------------------------------------*
001006      SELECT IMP-FILE     ASSIGN TO IMPOUT
001007             ORGANIZATION IS SEQUENTIAL
001008             FILE STATUS  IS WS-IMP-FILE-STATUS.
001009*
001010*---------------------------------------------------------------*
001011*   CONTROLE DES PERIODES (PLANS HAUTEUR OUVERTS / FERMES),      *
001012*   ENTRETENU PAR ADSOTP20 ; ABSENT, TOUS LES PLANS SONT OUVERTS *
001013*---------------------------------------------------------------*
001014      SELECT PER-CTL-FILE ASSIGN TO PERCTL
001015             ORGANIZATION IS SEQUENTIAL
001016             FILE STATUS  IS WS-PCTL-FILE-STATUS.
001017*
001018*---------------------------------------------------------------*
001019*   REGLES DE TOLERANCE (ECART ABSOLU OU RELATIF PAR CUBE OU PAR *
001020*   PLAN HAUTEUR) ; ABSENT, AUCUN MOUVEMENT N'EST MIS EN SUSPENS *
001021*---------------------------------------------------------------*
001022      SELECT TOL-FILE     ASSIGN TO TOLRGL
001023             ORGANIZATION IS SEQUENTIAL
001024             FILE STATUS  IS WS-TOL-FILE-STATUS.
001025*
001026*---------------------------------------------------------------*
001027*   MOUVEMENTS RETENUS HORS TOLERANCE, EN ATTENTE DE VALIDATION  *
001028*   (ADSOTP21) ; REPRIS EN EXTENSION D'UN PASSAGE A L'AUTRE      *
001029*---------------------------------------------------------------*
001030      SELECT SUSP-FILE    ASSIGN TO SUSPENS
001031             ORGANIZATION IS SEQUENTIAL
001032             FILE STATUS  IS WS-SUSP-FILE-STATUS.
001033*
001034*---------------------------------------------------------------*
001035*   APPROBATIONS DU VALIDEUR (ECRITES PAR ADSOTP21) : UN         *
001036*   MOUVEMENT VISE N'EST APPLIQUE QUE S'IL Y REPOND ; ABSENT,    *
001037*   TOUT MOUVEMENT VISE EST REJETE. EN APPLICATION REELLE,       *
001038*   NOUVELLE GENERATION VISAOUT SANS LES APPROBATIONS CONSOMMEES *
001039*---------------------------------------------------------------*
001040      SELECT VISA-IN-FILE ASSIGN TO VISAIN
001041             ORGANIZATION IS SEQUENTIAL
001042             FILE STATUS  IS WS-VISI-FILE-STATUS.
001043*
001044      SELECT VISA-OUT-FILE ASSIGN TO VISAOUT
001045             ORGANIZATION IS SEQUENTIAL
001046             FILE STATUS  IS WS-VISO-FILE-STATUS.
001047*
001048*                  ==============================               *
001049*=================<       DATA        DIVISION   >==============*
001050*                  ==============================               *
001051*                                                               *
001052*===============================================================*
001060*
001070***************
001080  DATA DIVISION.
001310      05  DTR-HAUTEUR                   PIC 99.
001320      05  DTR-VALEUR                    PIC S9(7)V99
001321                                        SIGN LEADING SEPARATE.
001323* VISA (V) ET REFERENCE D'UN MOUVEMENT LIBERE DU SUSPENS PAR
001325* ADSOTP21 : IL EST APPLIQUE SANS NOUVEAU CONTROLE DE TOLERANCE
001326* S'IL REPOND A UNE APPROBATION NON CONSOMMEE DE VISAIN
001327      05  DTR-VISA                      PIC X.
001329          88  DTR-VISE                             VALUE 'V'.
001331      05  DTR-REF-SUSPENS               PIC X(19).
001333      05  FILLER                        PIC X(43).
001340*
001350  FD  CUBE-IN-FILE
001360      RECORDING MODE IS F
002055*
002056  01  PARM-RECORD.
002057      05  PARM-MODE                     PIC X(5).
002058      05  FILLER                        PIC X.
002059      05  PARM-CUBE                     PIC X(4).
002060      05  FILLER                        PIC X(70).
002061*
002062  FD  IMP-FILE
002063      RECORDING MODE IS F
002064      RECORD CONTAINS 80 CHARACTERS.
002065*
002066  01  IMP-RECORD                        PIC X(80).
002067*
002068*---------------------------------------------------------------*
002069*   CONTROLE DES PERIODES (CF. ADSOTP20) : UN ENREGISTREMENT PAR *
002070*   PLAN HAUTEUR, STATUT O = OUVERT / F = FERME, DATE ET AUTEUR  *
002071*   DE LA DERNIERE FERMETURE PUIS DE LA DERNIERE REOUVERTURE     *
002072*---------------------------------------------------------------*
002073  FD  PER-CTL-FILE
002074      RECORDING MODE IS F
002075      RECORD CONTAINS 80 CHARACTERS.
002076*
002077  01  PER-CTL-RECORD.
002078      05  PCR-HAUTEUR                   PIC 99.
002079      05  PCR-STATUT                    PIC X.
002080      05  PCR-DATE-CLOT                 PIC X(8).
002081      05  PCR-AUTEUR-CLOT               PIC X(8).
002082      05  PCR-DATE-REOUV                PIC X(8).
002083      05  PCR-AUTEUR-REOUV              PIC X(8).
002084      05  FILLER                        PIC X(45).
002085*
002086*---------------------------------------------------------------*
002087*   REGLES DE TOLERANCE : NOM DE CUBE (A BLANC = MAITRE MONO-    *
002088*   CUBE), PLAN HAUTEUR (00 OU A BLANC = TOUT LE CUBE), TYPE     *
002089*   A = ECART ABSOLU / P = ECART EN % DE LA VALEUR AVANT, SEUIL  *
002090*---------------------------------------------------------------*
002091  FD  TOL-FILE
002092      RECORDING MODE IS F
002093      RECORD CONTAINS 80 CHARACTERS.
002094*
002095  01  TOL-RECORD.
002096      05  TRG-CUBE                      PIC X(4).
002097      05  TRG-HAUTEUR                   PIC X(2).
002098      05  TRG-HAUTEUR-N REDEFINES TRG-HAUTEUR
002099                                        PIC 99.
002100      05  TRG-TYPE                      PIC X.
002101          88  TRG-ABSOLU                           VALUE 'A'.
002102          88  TRG-RELATIF                          VALUE 'P'.
002103      05  TRG-SEUIL                     PIC 9(7)V99.
002104      05  FILLER                        PIC X(64).
002105*
002106*---------------------------------------------------------------*
002107*   MOUVEMENTS EN SUSPENS : IMAGE DU MOUVEMENT (COLONNES 1-17 DE *
002108*   DELTAIN), VALEUR DU POSTE AU MOMENT DE LA RETENUE (ESPACES SI*
002109*   LE POSTE N'EXISTAIT PAS), REFERENCE (DATE, HEURE, RANG DU    *
002110*   MOUVEMENT), MOTIF 06/07 ET NOM DU CUBE. REPRIS PAR ADSOTP21  *
002111*---------------------------------------------------------------*
002112  FD  SUSP-FILE
002113      RECORDING MODE IS F
002114      RECORD CONTAINS 80 CHARACTERS.
002115*
002116  01  SUSP-RECORD.
002117      05  SUS-MOUVEMENT                 PIC X(17).
002118      05  SUS-AVANT                     PIC X(10).
002119      05  SUS-AVANT-N REDEFINES SUS-AVANT
002120                                        PIC S9(7)V99
002121                                        SIGN LEADING SEPARATE.
002122      05  SUS-REFERENCE                 PIC X(19).
002123      05  SUS-MOTIF                     PIC X(2).
002124      05  SUS-CUBE                      PIC X(4).
002125      05  FILLER                        PIC X(28).
002126*
002127*---------------------------------------------------------------*
002128*   APPROBATIONS : REFERENCE DU SUSPENS, IMAGE DU MOUVEMENT      *
002129*   (COLONNES 1-17 DE DELTAIN), NOM DU CUBE, DATE ET AUTEUR DE   *
002130*   L'APPROBATION (CF. ADSOTP21)                                 *
002131*---------------------------------------------------------------*
002132  FD  VISA-IN-FILE
002133      RECORDING MODE IS F
002134      RECORD CONTAINS 80 CHARACTERS.
002135*
002136  01  VISA-IN-RECORD.
002137      05  VIS-REFERENCE                 PIC X(19).
002138      05  VIS-MOUVEMENT                 PIC X(17).
002139      05  VIS-CUBE                      PIC X(4).
002140      05  VIS-DATE                      PIC X(8).
002141      05  VIS-AUTEUR                    PIC X(8).
002142      05  FILLER                        PIC X(24).
002143*
002144  FD  VISA-OUT-FILE
002145      RECORDING MODE IS F
002146      RECORD CONTAINS 80 CHARACTERS.
002147*
002148  01  VISA-OUT-RECORD                   PIC X(80).
002149*
002150*========================
002151  WORKING-STORAGE SECTION.
002152*========================
002153*---------------------------------------------------------------*
002154*   IMAGE EN MEMOIRE DU CUBE : LA VALEUR DE CHAQUE POSTE ET UN   *
002155*   TEMOIN DE PRESENCE (LE MAITRE SEQUENTIEL NE PORTE QUE LES    *
002156*   POSTES REELLEMENT CHARGES)                                   *
002157*---------------------------------------------------------------*
002158  01  WS-TABLEAU-1.
002160      05  FILLER                        OCCURS 10.
002170          10  FILLER                    OCCURS 10.
002180              15  FILLER                OCCURS 10.
002310  01  WS-DELTA-FILE-STATUS              PIC X(02).
002320      88  WS-DELTA-FILE-OK                         VALUE '00'.
002330*
002331  01  WS-CUBE-FILE-STATUS               PIC X(02).
002332      88  WS-CUBE-FILE-OK                          VALUE '00'.
002333*
002334  01  WS-CUBO-FILE-STATUS               PIC X(02).
002335      88  WS-CUBO-FILE-OK                          VALUE '00'.
002336*
002337  01  WS-AUDIT-FILE-STATUS              PIC X(02).
002338      88  WS-AUDIT-FILE-OK                         VALUE '00'.
002339*
002340  01  WS-KSD-FILE-STATUS                PIC X(02).
002341      88  WS-KSD-FILE-OK                           VALUE '00'.
002342*
002343  01  WS-HIST-FILE-STATUS               PIC X(02).
002344      88  WS-HIST-FILE-OK                          VALUE '00'.
002345*
002346  01  WS-PARM-FILE-STATUS               PIC X(02).
002347      88  WS-PARM-FILE-OK                          VALUE '00'.
002348*
002349  01  WS-IMP-FILE-STATUS                PIC X(02).
002350      88  WS-IMP-FILE-OK                           VALUE '00'.
002351*
002352  01  WS-PCTL-FILE-STATUS               PIC X(02).
002353      88  WS-PCTL-FILE-OK                          VALUE '00'.
002354*
002355  01  WS-PCTL-FILE-FIN-SW               PIC X       VALUE 'N'.
002356      88  WS-PCTL-FILE-TERMINE                     VALUE 'O'.
002357*
002358* ETAT D'IMPACT OUVERT : TOUJOURS EN SIMULATION, EN APPLICATION
002359* REELLE QUAND IMPOUT EST FOURNI
002360  01  WS-IMPACT-OUVERT-SW               PIC X       VALUE 'N'.
002361      88  WS-IMPACT-OUVERT                         VALUE 'O'.
002362*
002363*---------------------------------------------------------------*
002364*   CONTROLE DES PERIODES : STATUT DE CHAQUE PLAN HAUTEUR (O =   *
002365*   OUVERT / F = FERME), DATE ET AUTEUR DE LA FERMETURE ; UNE    *
002366*   ENTREE A LE DECOUPAGE DES COLONNES 3-19 DE PERCTL            *
002367*---------------------------------------------------------------*
002368  01  WS-PERIODES.
002369      05  WS-PER-ENT                    OCCURS 10.
002370          10  WS-PER-STATUT             PIC X.
002371              88  WS-PER-FERME                     VALUE 'F'.
002372          10  WS-PER-DATE-CLOT          PIC X(8).
002373          10  WS-PER-AUTEUR-CLOT        PIC X(8).
002374*
002375  01  WS-IPER                           PIC 99.
002376*
002377*---------------------------------------------------------------*
002378*   CODE MOTIF D'UN MOUVEMENT REJETE (CONSOLE ET ETAT D'IMPACT) :*
002379*   01 = COORDONNEES HORS BORNES    02 = VALEUR NON NUMERIQUE    *
002380*   03 = INCOHERENCE AVEC L'ETAT DU POSTE                        *
002381*   04 = CODE MOUVEMENT INCONNU     05 = PLAN HAUTEUR FERME      *
002382*   ET D'UN MOUVEMENT MIS EN SUSPENS (REGLES TOLRGL) :           *
002383*   06 = ECART ABSOLU HORS SEUIL    07 = ECART RELATIF HORS SEUIL*
002384*   ET D'UN MOUVEMENT VISE REJETE :                              *
002385*   08 = REFERENCE SUSPENS ABSENTE OU ILLISIBLE, OU SANS         *
002386*        APPROBATION NON CONSOMMEE DANS VISAIN                   *
002387*---------------------------------------------------------------*
002388  01  WS-MOTIF-REJET                    PIC X(2).
002389  01  WS-MOTIF-SUSPENS                  PIC X(2).
002390*
002391  01  WS-CR-FINAL                       PIC 99      VALUE 0.
002392*
002393  01  WS-TOL-FILE-STATUS                PIC X(02).
002394      88  WS-TOL-FILE-OK                           VALUE '00'.
002395*
002396  01  WS-TOL-FILE-FIN-SW                PIC X       VALUE 'N'.
002397      88  WS-TOL-FILE-TERMINE                      VALUE 'O'.
002398*
002399  01  WS-SUSP-FILE-STATUS               PIC X(02).
002400      88  WS-SUSP-FILE-OK                          VALUE '00'.
002401*
002402  01  WS-SUSPENS-OUVERT-SW              PIC X       VALUE 'N'.
002403      88  WS-SUSPENS-OUVERT                        VALUE 'O'.
002404*
002405* NOM DU CUBE TRAITE (CARTE PARMIN COLONNES 7-10), CLE DE
002406* SELECTION DES REGLES TOLRGL ET REPORTE SUR LE SUSPENS
002407  01  WS-CUBE-TRAITE                    PIC X(4)    VALUE SPACES.
002408*
002409*---------------------------------------------------------------*
002410*   APPROBATIONS CHARGEES DE VISAIN : L'ENREGISTREMENT LU ET SON *
002411*   TEMOIN DE CONSOMMATION DANS LE PASSAGE (O = CONSOMMEE)       *
002412*---------------------------------------------------------------*
002413  01  WS-VISAS.
002414      05  WS-VIS-ENT                    OCCURS 2000.
002415          10  WS-VIS-IMAGE              PIC X(80).
002416          10  WS-VIS-UTILISE-SW         PIC X.
002417              88  WS-VIS-UTILISE                   VALUE 'O'.
002418*
002419  01  WS-NB-VIS                         PIC 9(4)    VALUE 0.
002420  01  WS-IVIS                           PIC 9(4).
002421  01  WS-IVIS-TROUVE                    PIC 9(4).
002422*
002423  01  WS-VISI-FILE-STATUS               PIC X(02).
002424      88  WS-VISI-FILE-OK                          VALUE '00'.
002425*
002426  01  WS-VISO-FILE-STATUS               PIC X(02).
002427      88  WS-VISO-FILE-OK                          VALUE '00'.
002428*
002429  01  WS-VISI-FILE-FIN-SW               PIC X       VALUE 'N'.
002430      88  WS-VISI-FILE-TERMINE                     VALUE 'O'.
002434*
002435*---------------------------------------------------------------*
002436*   REGLES DE TOLERANCE DU CUBE TRAITE : TEMOIN (O = REGLE       *
002437*   PRESENTE) ET SEUIL, POUR LE CUBE ENTIER PUIS PAR PLAN HAUTEUR*
002438*   ; ABS = ECART ABSOLU, PCT = ECART EN % DE LA VALEUR AVANT    *
002439*---------------------------------------------------------------*
002440  01  WS-TOL-CUBE.
002441      05  WS-TCB-ABS-SW                 PIC X.
002442      05  WS-TCB-ABS-SEUIL              PIC 9(7)V99.
002443      05  WS-TCB-PCT-SW                 PIC X.
002444      05  WS-TCB-PCT-SEUIL              PIC 9(7)V99.
002445*
002446  01  WS-TOL-PLANS.
002447      05  WS-TOL-PLAN                   OCCURS 10.
002448          10  WS-TPL-ABS-SW             PIC X.
002449          10  WS-TPL-ABS-SEUIL          PIC 9(7)V99.
002450          10  WS-TPL-PCT-SW             PIC X.
002451          10  WS-TPL-PCT-SEUIL          PIC 9(7)V99.
002452*
002453* REGLES APPLICABLES AU MOUVEMENT EN COURS DE CONTROLE
002454  01  WS-REG-ABS-SW                     PIC X.
002455      88  WS-REG-ABS-ACTIF                         VALUE 'O'.
002456  01  WS-REG-ABS-SEUIL                  PIC 9(7)V99.
002457  01  WS-REG-PCT-SW                     PIC X.
002458      88  WS-REG-PCT-ACTIF                         VALUE 'O'.
002459  01  WS-REG-PCT-SEUIL                  PIC 9(7)V99.
002460*
002461  01  WS-TOL-AVANT                      PIC S9(7)V99.
002462  01  WS-TOL-APRES                      PIC S9(7)V99.
002463  01  WS-TOL-ECART                      PIC 9(8)V99.
002464  01  WS-TOL-BASE                       PIC 9(7)V99.
002465  01  WS-TOL-PCT                        PIC 9(9)V99.
002466  01  WS-TOL-ED                         PIC +9(7),99.
002467  01  WS-LIB-AVANT                      PIC X(11).
002468*
002469* REFERENCE D'UN MOUVEMENT MIS EN SUSPENS : DATE ET HEURE DU
002470* PASSAGE, RANG DU MOUVEMENT DANS DELTAIN
002471  01  WS-REF-SUSPENS.
002472      05  WS-REF-DATE                   PIC X(8).
002473      05  WS-REF-HEURE                  PIC X(6).
002474      05  WS-REF-NUM                    PIC 9(5).
002475  01  WS-HEURE-SUS                      PIC X(8).
002476*
002478*---------------------------------------------------------------*
002479*   MODE SIMULATION (CF. CARTE PARMIN) : L'APPLICATION TOURNE    *
002480*   EN MEMOIRE MAIS AUCUN MAITRE NI PISTE D'AUDIT N'EST ECRIT,   *
002620  01  WS-CPT-REJETS                     PIC 9(5)    VALUE 0.
002630  01  WS-CPT-AUTRE-CUBE                 PIC 9(5)    VALUE 0.
002640  01  WS-CPT-ECRITS                     PIC 9(5)    VALUE 0.
002641  01  WS-CPT-HIST                       PIC 9(5)    VALUE 0.
002642  01  WS-CPT-TOUCHES                    PIC 9(5)    VALUE 0.
002643  01  WS-CPT-PLAN-FERME                 PIC 9(5)    VALUE 0.
002644  01  WS-CPT-SUSPENS                    PIC 9(5)    VALUE 0.
002645  01  WS-CPT-VISES                      PIC 9(5)    VALUE 0.
002646  01  WS-CPT-REGLES                     PIC 9(5)    VALUE 0.
002649  01  WS-CPT-VISAS-RESTANTS             PIC 9(5)    VALUE 0.
002652*
002653* TOTAUX DES VALEURS AVANT ET APRES DES POSTES TOUCHES, POUR
002654* L'ETAT D'IMPACT DU MODE SIMULATION
002922      PERFORM 0010-LECTURE-PARM-DEB
002923         THRU 0010-LECTURE-PARM-FIN.
002930*
002931      PERFORM 0030-CHARGE-PERIODES-DEB
002932         THRU 0030-CHARGE-PERIODES-FIN.
002933*
002934      PERFORM 0040-OUVRE-IMPACT-DEB
002935         THRU 0040-OUVRE-IMPACT-FIN.
002936*
002937      PERFORM 0050-CHARGE-TOLERANCES-DEB
002938         THRU 0050-CHARGE-TOLERANCES-FIN.
002939*
002941      PERFORM 0060-CHARGE-VISAS-DEB
002943         THRU 0060-CHARGE-VISAS-FIN.
002945*
002947      PERFORM 0100-CHARGE-TABLEAU-1-DEB
002950         THRU 0100-CHARGE-TABLEAU-1-FIN.
002960*
002970      OPEN INPUT DELTA-FILE.
003231      IF NOT WS-MODE-SIMULATION
003232          CLOSE AUDIT-FILE
003233      END-IF.
003234      IF WS-SUSPENS-OUVERT
003235          CLOSE SUSP-FILE
003236      END-IF.
003240*
003241*---------------------------------------------------------------*
003242* EN SIMULATION, AUCUN MAITRE N'EST ECRIT : SEUL L'ETAT D'IMPACT *
003244* CARTE POUR L'APPLICATION REELLE                                *
003245*---------------------------------------------------------------*
003246      IF WS-MODE-SIMULATION
003249          GO TO 0000-PROGRAMME-SUITE
003250      END-IF.
003251*
003290         THRU 3100-ECRIT-MAITRE-KSD-FIN.
003300*
003310      PERFORM 3200-ECRIT-HISTORIQUE-DEB
003312         THRU 3200-ECRIT-HISTORIQUE-FIN.
003314*
003316      PERFORM 3250-ECRIT-VISAS-DEB
003318         THRU 3250-ECRIT-VISAS-FIN.
003321*
003322  0000-PROGRAMME-SUITE.
003324*
003326      PERFORM 3300-ECRIT-IMPACT-DEB
003328         THRU 3300-ECRIT-IMPACT-FIN.
003330*
003340      PERFORM 8999-STATISTIQUES-DEB
003350         THRU 8999-STATISTIQUES-FIN.
003420***************************************************************
003430***************************************************************
003440***************************************************************
003441*---------------------------------------------------------------*
003442*   LECTURE DE LA CARTE PARAMETRE (PARM-FILE) : LE MOT 'SIMUL'    *
003443*   EN COLONNES 1-5 DECLENCHE LE MODE SIMULATION. CARTE ABSENTE, *
003444*   VIDE OU AUTRE, L'APPLICATION EST REELLE COMME AVANT          *
003445*---------------------------------------------------------------*
003446  0010-LECTURE-PARM-DEB.
003447*
003448      OPEN INPUT PARM-FILE.
003449      IF WS-PARM-FILE-OK
003450          READ PARM-FILE
003451              AT END
003452                  CONTINUE
003453              NOT AT END
003454                  IF PARM-MODE = 'SIMUL'
003455                      MOVE 'O' TO WS-SIMUL-SW
003456                  END-IF
003457                  MOVE PARM-CUBE TO WS-CUBE-TRAITE
003466          END-READ
003467          CLOSE PARM-FILE
003468      END-IF.
003494      EXIT.
003495*
003496*---------------------------------------------------------------*
003497*   CHARGEMENT DU CONTROLE DES PERIODES (PERCTL, ENTRETENU PAR   *
003498*   ADSOTP20) : STATUT, DATE ET AUTEUR DE FERMETURE DE CHAQUE    *
003499*   PLAN HAUTEUR. FICHIER ABSENT : TOUS LES PLANS SONT OUVERTS,  *
003500*   AVEC TRACE CONSOLE                                           *
003501*---------------------------------------------------------------*
003502  0030-CHARGE-PERIODES-DEB.
003503*
003504      PERFORM 0032-INIT-PLAN-DEB
003505         THRU 0032-INIT-PLAN-FIN
003506      VARYING WS-IPER FROM 1 BY 1
003507        UNTIL WS-IPER > 10.
003508*
003509      OPEN INPUT PER-CTL-FILE.
003510      IF WS-PCTL-FILE-OK
003511          PERFORM 0035-LECTURE-PERCTL-DEB
003512             THRU 0035-LECTURE-PERCTL-FIN
003513            UNTIL WS-PCTL-FILE-TERMINE
003514          CLOSE PER-CTL-FILE
003515      ELSE
003516          DISPLAY '*========================================*'
003517          DISPLAY '*  CONTROLE PERCTL ABSENT : TOUS LES      *'
003518          DISPLAY '*  PLANS SONT CONSIDERES OUVERTS          *'
003519          DISPLAY '*========================================*'
003520      END-IF.
003521*
003522  0030-CHARGE-PERIODES-FIN.
003523      EXIT.
003524*
003525  0032-INIT-PLAN-DEB.
003526*
003527      MOVE 'O'    TO WS-PER-STATUT (WS-IPER).
003528      MOVE SPACES TO WS-PER-DATE-CLOT (WS-IPER)
003529                     WS-PER-AUTEUR-CLOT (WS-IPER).
003530*
003531  0032-INIT-PLAN-FIN.
003532      EXIT.
003533*
003534  0035-LECTURE-PERCTL-DEB.
003535*
003536      READ PER-CTL-FILE
003537          AT END
003538              MOVE 'O' TO WS-PCTL-FILE-FIN-SW
003539          NOT AT END
003540              IF PCR-HAUTEUR IS NUMERIC AND PCR-HAUTEUR > 0
003541                 AND PCR-HAUTEUR NOT > 10
003542                  MOVE PCR-HAUTEUR TO WS-IPER
003543                  MOVE PER-CTL-RECORD (3:17)
003544                    TO WS-PER-ENT (WS-IPER)
003545                  IF WS-PER-FERME (WS-IPER)
003546                      DISPLAY '  PLAN ' WS-IPER ' FERME LE '
003547                              PCR-DATE-CLOT ' PAR '
003548                              PCR-AUTEUR-CLOT
003549                  END-IF
003550              ELSE
003551                  DISPLAY '*====================================*'
003552                  DISPLAY '*  ENREGISTREMENT PERCTL INVALIDE    *'
003553                  DISPLAY '*  IGNORE : ' PER-CTL-RECORD (1:11)
003554                  DISPLAY '*====================================*'
003555              END-IF
003556      END-READ.
003557*
003558  0035-LECTURE-PERCTL-FIN.
003559      EXIT.
003560*
003561*---------------------------------------------------------------*
003562*   OUVERTURE DE L'ETAT D'IMPACT (IMPOUT), QUI RECOIT LES REJETS *
003563*   MOTIVES AU FIL DU PASSAGE PUIS LES COMPTAGES. EN SIMULATION  *
003564*   IL EST LE SEUL PRODUIT DU PASSAGE ET SON ABSENCE EST UNE     *
003565*   ANOMALIE ; EN APPLICATION REELLE LE PASSAGE CONTINUE SANS    *
003566*   LUI, LES REJETS RESTENT TRACES A LA CONSOLE                  *
003567*---------------------------------------------------------------*
003568  0040-OUVRE-IMPACT-DEB.
003569*
003570      OPEN OUTPUT IMP-FILE.
003571      IF NOT WS-IMP-FILE-OK AND WS-MODE-SIMULATION
003572          DISPLAY '*========================================*'
003573          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER IMPOUT *'
003574          DISPLAY '*  CODE STATUT : ' WS-IMP-FILE-STATUS
003575          DISPLAY '*========================================*'
003576          GO TO 9999-ERREUR-PROGRAMME-DEB
003577      END-IF.
003578      IF NOT WS-IMP-FILE-OK
003579          DISPLAY '*========================================*'
003580          DISPLAY '*  ETAT D IMPACT IMPOUT NON PRODUIT       *'
003581          DISPLAY '*  CODE STATUT : ' WS-IMP-FILE-STATUS
003582          DISPLAY '*========================================*'
003583          GO TO 0040-OUVRE-IMPACT-FIN
003584      END-IF.
003585      MOVE 'O' TO WS-IMPACT-OUVERT-SW.
003586*
003587      IF WS-MODE-SIMULATION
003588          MOVE 'ETAT D IMPACT - SIMULATION DE L APPLICATION'
003589                                                  TO IMP-RECORD
003590      ELSE
003591          MOVE 'ETAT D IMPACT - APPLICATION DELTAIN' TO IMP-RECORD
003592      END-IF.
003593      WRITE IMP-RECORD.
003594      MOVE SPACE TO IMP-RECORD.
003595      WRITE IMP-RECORD.
003596*
003597  0040-OUVRE-IMPACT-FIN.
003598      EXIT.
003599*
003600*---------------------------------------------------------------*
003601*   CHARGEMENT DES REGLES DE TOLERANCE (TOLRGL) DU CUBE TRAITE   *
003602*   (NOM EN COLONNES 7-10 DE LA CARTE PARMIN, A BLANC POUR LE    *
003603*   MAITRE MONO-CUBE) : PAR TYPE A (ECART ABSOLU) OU P (ECART EN *
003604*   POURCENTAGE DE LA VALEUR AVANT), UNE REGLE POUR LE CUBE      *
003605*   ENTIER (HAUTEUR 00 OU A BLANC) ET/OU PAR PLAN HAUTEUR. SANS  *
003606*   REGLE (FICHIER ABSENT OU VIDE), AUCUN MOUVEMENT N'EST RETENU.*
003607*   EN APPLICATION REELLE LE FICHIER SUSPENS EST REPRIS EN       *
003608*   EXTENSION, OU CREE, POUR RECEVOIR LES MOUVEMENTS RETENUS     *
003609*---------------------------------------------------------------*
003610  0050-CHARGE-TOLERANCES-DEB.
003611*
003612      INITIALIZE WS-TOL-CUBE
003613                 WS-TOL-PLANS.
003614*
003615      OPEN INPUT TOL-FILE.
003616      IF NOT WS-TOL-FILE-OK
003617          DISPLAY '*========================================*'
003618          DISPLAY '*  REGLES TOLRGL ABSENTES : AUCUN         *'
003619          DISPLAY '*  MOUVEMENT NE SERA MIS EN SUSPENS       *'
003620          DISPLAY '*========================================*'
003621          GO TO 0050-CHARGE-TOLERANCES-FIN
003622      END-IF.
003623      PERFORM 0055-LECTURE-TOLRGL-DEB
003624         THRU 0055-LECTURE-TOLRGL-FIN
003625        UNTIL WS-TOL-FILE-TERMINE.
003626      CLOSE TOL-FILE.
003627      DISPLAY '  REGLES DE TOLERANCE RETENUES : ' WS-CPT-REGLES.
003628*
003629      IF WS-CPT-REGLES = 0 OR WS-MODE-SIMULATION
003630          GO TO 0050-CHARGE-TOLERANCES-FIN
003631      END-IF.
003632*
003633      OPEN EXTEND SUSP-FILE.
003634      IF NOT WS-SUSP-FILE-OK
003635          OPEN OUTPUT SUSP-FILE
003636      END-IF.
003637      IF NOT WS-SUSP-FILE-OK
003638          DISPLAY '*========================================*'
003639          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER SUSPENS*'
003640          DISPLAY '*  CODE STATUT : ' WS-SUSP-FILE-STATUS
003641          DISPLAY '*========================================*'
003642          GO TO 9999-ERREUR-PROGRAMME-DEB
003643      END-IF.
003644      MOVE 'O' TO WS-SUSPENS-OUVERT-SW.
003645      ACCEPT WS-REF-DATE  FROM DATE YYYYMMDD.
003646      ACCEPT WS-HEURE-SUS FROM TIME.
003647      MOVE WS-HEURE-SUS (1:6) TO WS-REF-HEURE.
003648*
003649  0050-CHARGE-TOLERANCES-FIN.
003650      EXIT.
003651*
003652  0055-LECTURE-TOLRGL-DEB.
003653*
003654      READ TOL-FILE
003655          AT END
003656              MOVE 'O' TO WS-TOL-FILE-FIN-SW
003657              GO TO 0055-LECTURE-TOLRGL-FIN
003658      END-READ.
003659*
003660      IF TRG-CUBE NOT = WS-CUBE-TRAITE
003661          GO TO 0055-LECTURE-TOLRGL-FIN
003662      END-IF.
003663      IF TRG-HAUTEUR = SPACES
003664          MOVE '00' TO TRG-HAUTEUR
003665      END-IF.
003666      IF TRG-HAUTEUR-N IS NOT NUMERIC OR TRG-HAUTEUR-N > 10
003667         OR NOT (TRG-ABSOLU OR TRG-RELATIF)
003668         OR TRG-SEUIL IS NOT NUMERIC
003669          DISPLAY '*====================================*'
003670          DISPLAY '*  REGLE TOLRGL INVALIDE IGNOREE     *'
003671          DISPLAY '*  ' TOL-RECORD (1:16)
003672          DISPLAY '*====================================*'
003673          GO TO 0055-LECTURE-TOLRGL-FIN
003674      END-IF.
003675*
003676      ADD 1 TO WS-CPT-REGLES.
003677      EVALUATE TRUE
003678          WHEN TRG-HAUTEUR-N = 0 AND TRG-ABSOLU
003679              MOVE 'O'       TO WS-TCB-ABS-SW
003680              MOVE TRG-SEUIL TO WS-TCB-ABS-SEUIL
003681          WHEN TRG-HAUTEUR-N = 0
003682              MOVE 'O'       TO WS-TCB-PCT-SW
003683              MOVE TRG-SEUIL TO WS-TCB-PCT-SEUIL
003684          WHEN TRG-ABSOLU
003685              MOVE 'O'       TO WS-TPL-ABS-SW (TRG-HAUTEUR-N)
003686              MOVE TRG-SEUIL TO WS-TPL-ABS-SEUIL (TRG-HAUTEUR-N)
003687          WHEN OTHER
003688              MOVE 'O'       TO WS-TPL-PCT-SW (TRG-HAUTEUR-N)
003689              MOVE TRG-SEUIL TO WS-TPL-PCT-SEUIL (TRG-HAUTEUR-N)
003690      END-EVALUATE.
003691*
003692  0055-LECTURE-TOLRGL-FIN.
003693      EXIT.
003694*
003695*---------------------------------------------------------------*
003696*   CHARGEMENT DES APPROBATIONS (VISAIN, ECRIT PAR ADSOTP21).    *
003697*   FICHIER ABSENT : AUCUNE APPROBATION, TOUT MOUVEMENT VISE SERA*
003698*   REJETE (MOTIF 08). AU-DELA DE LA TAILLE DE LA TABLE LE       *
003699*   PASSAGE S'ARRETE : AUCUNE APPROBATION NE DOIT ETRE PERDUE. EN*
003700*   APPLICATION REELLE LA NOUVELLE GENERATION VISAOUT EST OUVERTE*
003701*   DES MAINTENANT : SANS ELLE LES VISAS CONSOMMES RESTERAIENT   *
003702*   UTILISABLES                                                  *
003703*---------------------------------------------------------------*
003704  0060-CHARGE-VISAS-DEB.
003705*
003706      OPEN INPUT VISA-IN-FILE.
003707      IF WS-VISI-FILE-OK
003708          PERFORM 0065-LECTURE-VISA-DEB
003709             THRU 0065-LECTURE-VISA-FIN
003710            UNTIL WS-VISI-FILE-TERMINE
003711          CLOSE VISA-IN-FILE
003712      ELSE
003713          DISPLAY '*========================================*'
003714          DISPLAY '*  APPROBATIONS VISAIN ABSENTES : TOUT    *'
003715          DISPLAY '*  MOUVEMENT VISE SERA REJETE             *'
003716          DISPLAY '*========================================*'
003717      END-IF.
003718      DISPLAY '  APPROBATIONS CHARGEES : ' WS-NB-VIS.
003719*
003720      IF WS-MODE-SIMULATION
003721          GO TO 0060-CHARGE-VISAS-FIN
003722      END-IF.
003723*
003724      OPEN OUTPUT VISA-OUT-FILE.
003725      IF NOT WS-VISO-FILE-OK
003726          DISPLAY '*========================================*'
003727          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER VISAOUT*'
003728          DISPLAY '*  CODE STATUT : ' WS-VISO-FILE-STATUS
003729          DISPLAY '*========================================*'
003730          GO TO 9999-ERREUR-PROGRAMME-DEB
003731      END-IF.
003732*
003733  0060-CHARGE-VISAS-FIN.
003734      EXIT.
003735*
003736  0065-LECTURE-VISA-DEB.
003737*
003738      READ VISA-IN-FILE
003739          AT END
003740              MOVE 'O' TO WS-VISI-FILE-FIN-SW
003741              GO TO 0065-LECTURE-VISA-FIN
003742      END-READ.
003743*
003744      IF WS-NB-VIS NOT < 2000
003745          DISPLAY '*========================================*'
003746          DISPLAY '*  APPROBATIONS VISAIN TROP VOLUMINEUSES  *'
003747          DISPLAY '*  (2000 AU PLUS)                         *'
003748          DISPLAY '*========================================*'
003749          GO TO 9999-ERREUR-PROGRAMME-DEB
003750      END-IF.
003751*
003752      ADD 1 TO WS-NB-VIS.
003753      MOVE VISA-IN-RECORD TO WS-VIS-IMAGE (WS-NB-VIS).
003754      MOVE 'N'            TO WS-VIS-UTILISE-SW (WS-NB-VIS).
003755*
003756  0065-LECTURE-VISA-FIN.
003757      EXIT.
003758*
003759*---------------------------------------------------------------*
003760*   CHARGEMENT DE WS-TABLEAU-1 DEPUIS LE MAITRE COURANT CUBEIN.  *
003761*   MAITRE ABSENT : LE CUBE DEMARRE VIDE (TOUT AJOUT EST PERMIS) *
003762*---------------------------------------------------------------*
003763  0100-CHARGE-TABLEAU-1-DEB.
003764*
003765      OPEN INPUT CUBE-IN-FILE.
003766*
003767      IF WS-CUBE-FILE-OK
003768          PERFORM 0110-LECTURE-CUBE-DEB
003769             THRU 0110-LECTURE-CUBE-FIN
003770            UNTIL WS-CUBE-FILE-TERMINE
003771          CLOSE CUBE-IN-FILE
003772      ELSE
003773          DISPLAY '*========================================*'
003774          DISPLAY '*  MAITRE CUBEIN ABSENT : CUBE VIDE       *'
003775          DISPLAY '*========================================*'
003776      END-IF.
003777*
003778  0100-CHARGE-TABLEAU-1-FIN.
003779      EXIT.
003780*
003781*---------------------------------------------------------------*
003782*   LES COORDONNEES LUES SONT CONTROLEES (1 A 10 SUR CHAQUE      *
003783*   AXE, TAILLE MAXIMUM COMPILEE DE WS-TABLEAU-1) AVANT          *
003784*   D'ADRESSER LA TABLE ; HORS BORNES, LE POSTE EST IGNORE       *
003785*---------------------------------------------------------------*
003786  0110-LECTURE-CUBE-DEB.
003787*
003788      READ CUBE-IN-FILE
003789          AT END
003790              MOVE 'O' TO WS-CUBE-FILE-FIN-SW
003791          NOT AT END
003792              IF CIR-CUBE NOT = SPACES
003793                  ADD 1 TO WS-CPT-AUTRE-CUBE
003800                  DISPLAY '*====================================*'
003810                  DISPLAY '*  ENREGISTREMENT CUBEIN MULTI-CUBES *'
003820                  DISPLAY '*  (NOM DE CUBE RENSEIGNE) - REJETE  *'
004210      EXIT.
004220*
004230*---------------------------------------------------------------*
004238*   APPLICATION D'UN MOUVEMENT : CONTROLE DES COORDONNEES, DE LA *
004246*   PERIODE (PLAN HAUTEUR FERME DANS PERCTL) ET DE LA COHERENCE  *
004254*   AVEC L'ETAT DU POSTE (UN AJOUT SUR POSTE EXISTANT, UNE       *
004262*   MODIFICATION OU SUPPRESSION SUR POSTE ABSENT SONT DES        *
004270*   ANOMALIES), PUIS TRACE AVANT/APRES DANS AUDITFIL             *
004280*---------------------------------------------------------------*
004290  1010-APPLIQUE-DELTA-DEB.
004300*
004330         OR DTR-COLONNE IS NOT NUMERIC OR DTR-COLONNE = 0
004340         OR DTR-COLONNE > 10
004350         OR DTR-HAUTEUR IS NOT NUMERIC OR DTR-HAUTEUR = 0
004351         OR DTR-HAUTEUR > 10
004352          MOVE '01' TO WS-MOTIF-REJET
004353          PERFORM 2000-REJETTE-DELTA-DEB
004354             THRU 2000-REJETTE-DELTA-FIN
004355          GO TO 1010-APPLIQUE-DELTA-SUITE
004356      END-IF.
004357*
004358*---------------------------------------------------------------*
004359* PERIODE CLOSE : AUCUN MOUVEMENT, QUEL QU'EN SOIT LE CODE, NE   *
004360* TOUCHE UN PLAN HAUTEUR FERME DANS PERCTL (SIMULATION COMPRISE) *
004361*---------------------------------------------------------------*
004362      IF WS-PER-FERME (DTR-HAUTEUR)
004363          ADD 1 TO WS-CPT-PLAN-FERME
004364          MOVE '05' TO WS-MOTIF-REJET
004370          PERFORM 2000-REJETTE-DELTA-DEB
004380             THRU 2000-REJETTE-DELTA-FIN
004390          GO TO 1010-APPLIQUE-DELTA-SUITE
004410*
004420      IF (DTR-AJOUT OR DTR-MODIF)
004430         AND DTR-VALEUR IS NOT NUMERIC
004435          MOVE '02' TO WS-MOTIF-REJET
004440          PERFORM 2000-REJETTE-DELTA-DEB
004441             THRU 2000-REJETTE-DELTA-FIN
004442          GO TO 1010-APPLIQUE-DELTA-SUITE
004443      END-IF.
004444*
004445*---------------------------------------------------------------*
004446* REGLES DE TOLERANCE (TOLRGL) : UN MOUVEMENT DONT L'ECART AVEC  *
004447* LA VALEUR EN PLACE DEPASSE LE SEUIL EST MIS EN SUSPENS AU LIEU *
004448* D'ETRE APPLIQUE. UN MOUVEMENT VISE (LIBERE PAR ADSOTP21 APRES  *
004449* VALIDATION) N'EST PAS RECONTROLE, MAIS IL DOIT PORTER LA       *
004450* REFERENCE DE SON SUSPENS (DATE, HEURE, RANG : NUMERIQUE) ET    *
004451* REPONDRE A UNE APPROBATION NON CONSOMMEE DE VISAIN (MEME       *
004452* REFERENCE, MEME IMAGE DU MOUVEMENT, MEME CUBE), CONSOMMEE      *
004453* QUAND LE MOUVEMENT EST APPLIQUE                                *
004454*---------------------------------------------------------------*
004455      MOVE SPACES TO WS-MOTIF-REJET.
004456      MOVE 0      TO WS-IVIS-TROUVE.
004457      IF DTR-VISE
004458         AND DTR-REF-SUSPENS IS NOT NUMERIC
004459          MOVE '08' TO WS-MOTIF-REJET
004460          PERFORM 2000-REJETTE-DELTA-DEB
004461             THRU 2000-REJETTE-DELTA-FIN
004462          GO TO 1010-APPLIQUE-DELTA-SUITE
004463      END-IF.
004464      IF DTR-VISE
004465          PERFORM 1060-RECHERCHE-VISA-DEB
004466             THRU 1060-RECHERCHE-VISA-FIN
004467          VARYING WS-IVIS FROM 1 BY 1
004468            UNTIL WS-IVIS > WS-NB-VIS
004469               OR WS-IVIS-TROUVE > 0
004470          IF WS-IVIS-TROUVE = 0
004471              MOVE '08' TO WS-MOTIF-REJET
004472              PERFORM 2000-REJETTE-DELTA-DEB
004473                 THRU 2000-REJETTE-DELTA-FIN
004474              GO TO 1010-APPLIQUE-DELTA-SUITE
004475          END-IF
004476      END-IF.
004477      IF WS-CPT-REGLES > 0 AND NOT DTR-VISE
004478          PERFORM 1050-CONTROLE-TOLERANCE-DEB
004479             THRU 1050-CONTROLE-TOLERANCE-FIN
004480          IF WS-MOTIF-SUSPENS NOT = SPACES
004481              PERFORM 2200-MET-EN-SUSPENS-DEB
004482                 THRU 2200-MET-EN-SUSPENS-FIN
004483              GO TO 1010-APPLIQUE-DELTA-SUITE
004484          END-IF
004485      END-IF.
004486*
004490      EVALUATE TRUE
004500          WHEN DTR-AJOUT
004510              PERFORM 1020-APPLIQUE-AJOUT-DEB
004570              PERFORM 1040-APPLIQUE-SUPPR-DEB
004580                 THRU 1040-APPLIQUE-SUPPR-FIN
004590          WHEN OTHER
004595              MOVE '04' TO WS-MOTIF-REJET
004600              PERFORM 2000-REJETTE-DELTA-DEB
004610                 THRU 2000-REJETTE-DELTA-FIN
004620      END-EVALUATE.
004621*
004622* L'APPROBATION N'EST CONSOMMEE QUE SI LE MOUVEMENT A ETE APPLIQUE
004623      IF WS-IVIS-TROUVE > 0 AND WS-MOTIF-REJET = SPACES
004624          MOVE 'O' TO WS-VIS-UTILISE-SW (WS-IVIS-TROUVE)
004625          ADD 1 TO WS-CPT-VISES
004626      END-IF.
004630*
004640  1010-APPLIQUE-DELTA-SUITE.
004650*
004720  1020-APPLIQUE-AJOUT-DEB.
004730*
004740      IF WS-CELL-PRES (DTR-LIGNE, DTR-COLONNE, DTR-HAUTEUR) = 'O'
004745          MOVE '03' TO WS-MOTIF-REJET
004750          PERFORM 2000-REJETTE-DELTA-DEB
004760             THRU 2000-REJETTE-DELTA-FIN
004770      ELSE
005020          PERFORM 2100-ECRIT-AUDIT-DEB
005030             THRU 2100-ECRIT-AUDIT-FIN
005040      ELSE
005045          MOVE '03' TO WS-MOTIF-REJET
005050          PERFORM 2000-REJETTE-DELTA-DEB
005060             THRU 2000-REJETTE-DELTA-FIN
005070      END-IF.
005240          PERFORM 2100-ECRIT-AUDIT-DEB
005250             THRU 2100-ECRIT-AUDIT-FIN
005260      ELSE
005265          MOVE '03' TO WS-MOTIF-REJET
005270          PERFORM 2000-REJETTE-DELTA-DEB
005280             THRU 2000-REJETTE-DELTA-FIN
005281      END-IF.
005282*
005283  1040-APPLIQUE-SUPPR-FIN.
005284      EXIT.
005285*
005286*---------------------------------------------------------------*
005287*   CONTROLE DE TOLERANCE D'UN MOUVEMENT COHERENT AVEC L'ETAT DU *
005288*   POSTE (LES INCOHERENCES SONT REJETEES PLUS LOIN, MOTIF 03).  *
005289*   ECART = VALEUR APRES - VALEUR AVANT (0 POUR UN POSTE ABSENT  *
005290*   OU SUPPRIME), EN VALEUR ABSOLUE. POUR UN MEME TYPE, LA REGLE *
005291*   DU PLAN HAUTEUR PREVAUT SUR CELLE DU CUBE ENTIER.            *
005292*   06 = ECART ABSOLU SUPERIEUR AU SEUIL                         *
005293*   07 = ECART RELATIF (% DE LA VALEUR AVANT) SUPERIEUR AU SEUIL,*
005294*        NON CONTROLE QUAND LA VALEUR AVANT EST ABSENTE OU NULLE *
005295*   WS-MOTIF-SUSPENS RESTE A BLANC SI LE MOUVEMENT EST TOLERE    *
005296*---------------------------------------------------------------*
005297  1050-CONTROLE-TOLERANCE-DEB.
005298*
005299      MOVE SPACES TO WS-MOTIF-SUSPENS.
005300      MOVE 0      TO WS-TOL-AVANT
005301                     WS-TOL-APRES.
005302*
005303      EVALUATE TRUE
005304          WHEN DTR-AJOUT
005305              IF WS-CELL-PRES
005306                     (DTR-LIGNE, DTR-COLONNE, DTR-HAUTEUR) = 'O'
005307                  GO TO 1050-CONTROLE-TOLERANCE-FIN
005308              END-IF
005309              MOVE DTR-VALEUR TO WS-TOL-APRES
005310          WHEN DTR-MODIF OR DTR-SUPPR
005311              IF WS-CELL-PRES
005312                     (DTR-LIGNE, DTR-COLONNE, DTR-HAUTEUR)
005313                                                       NOT = 'O'
005314                  GO TO 1050-CONTROLE-TOLERANCE-FIN
005315              END-IF
005316              MOVE WS-CELL-TAB-1
005317                  (DTR-LIGNE, DTR-COLONNE, DTR-HAUTEUR)
005318                                                   TO WS-TOL-AVANT
005319              IF DTR-MODIF
005320                  MOVE DTR-VALEUR TO WS-TOL-APRES
005321              END-IF
005322          WHEN OTHER
005323              GO TO 1050-CONTROLE-TOLERANCE-FIN
005324      END-EVALUATE.
005325*
005326      MOVE WS-TCB-ABS-SW    TO WS-REG-ABS-SW.
005327      MOVE WS-TCB-ABS-SEUIL TO WS-REG-ABS-SEUIL.
005328      IF WS-TPL-ABS-SW (DTR-HAUTEUR) = 'O'
005329          MOVE 'O' TO WS-REG-ABS-SW
005330          MOVE WS-TPL-ABS-SEUIL (DTR-HAUTEUR) TO WS-REG-ABS-SEUIL
005331      END-IF.
005332      MOVE WS-TCB-PCT-SW    TO WS-REG-PCT-SW.
005333      MOVE WS-TCB-PCT-SEUIL TO WS-REG-PCT-SEUIL.
005334      IF WS-TPL-PCT-SW (DTR-HAUTEUR) = 'O'
005335          MOVE 'O' TO WS-REG-PCT-SW
005336          MOVE WS-TPL-PCT-SEUIL (DTR-HAUTEUR) TO WS-REG-PCT-SEUIL
005337      END-IF.
005338*
005339* ZONES NON SIGNEES : L'ECART ET LA BASE Y SONT RANGES EN VALEUR
005340* ABSOLUE
005341      COMPUTE WS-TOL-ECART = WS-TOL-APRES - WS-TOL-AVANT.
005342      IF WS-REG-ABS-ACTIF AND WS-TOL-ECART > WS-REG-ABS-SEUIL
005343          MOVE '06' TO WS-MOTIF-SUSPENS
005344          GO TO 1050-CONTROLE-TOLERANCE-FIN
005345      END-IF.
005346*
005347      IF NOT WS-REG-PCT-ACTIF OR WS-TOL-AVANT = 0
005348          GO TO 1050-CONTROLE-TOLERANCE-FIN
005349      END-IF.
005350      MOVE WS-TOL-AVANT TO WS-TOL-BASE.
005351      COMPUTE WS-TOL-PCT ROUNDED =
005352              WS-TOL-ECART * 100 / WS-TOL-BASE
005353          ON SIZE ERROR
005354              MOVE 999999999,99 TO WS-TOL-PCT
005355      END-COMPUTE.
005356      IF WS-TOL-PCT > WS-REG-PCT-SEUIL
005357          MOVE '07' TO WS-MOTIF-SUSPENS
005358      END-IF.
005359*
005360  1050-CONTROLE-TOLERANCE-FIN.
005361      EXIT.
005362*
005363*---------------------------------------------------------------*
005364*   RECHERCHE DE L'APPROBATION D'UN MOUVEMENT VISE : NON         *
005365*   CONSOMMEE, MEME REFERENCE, MEME IMAGE DU MOUVEMENT ET MEME   *
005366*   CUBE                                                         *
005367*---------------------------------------------------------------*
005368  1060-RECHERCHE-VISA-DEB.
005369*
005370      IF NOT WS-VIS-UTILISE (WS-IVIS)
005371         AND WS-VIS-IMAGE (WS-IVIS) (1:19)  = DTR-REF-SUSPENS
005372         AND WS-VIS-IMAGE (WS-IVIS) (20:17) = DELTA-RECORD (1:17)
005373         AND WS-VIS-IMAGE (WS-IVIS) (37:4)  = WS-CUBE-TRAITE
005374          MOVE WS-IVIS TO WS-IVIS-TROUVE
005375      END-IF.
005376*
005377  1060-RECHERCHE-VISA-FIN.
005378      EXIT.
005379*
005380*---------------------------------------------------------------*
005381*   MOUVEMENT REJETE : TRACE CONSOLE ET ETAT D'IMPACT AVEC LE    *
005382*   CODE MOTIF PREPARE PAR L'APPELANT (WS-MOTIF-REJET), LE       *
005383*   FICHIER DELTA CONTINUE D'ETRE LU (UN MOUVEMENT FAUTIF        *
005384*   N'ARRETE PAS LE BATCH)                                       *
005385*---------------------------------------------------------------*
005386  2000-REJETTE-DELTA-DEB.
005390*
005400      ADD 1 TO WS-CPT-REJETS.
005410      MOVE SPACE TO WS-LEDIT.
005411      STRING 'ANOMALIE - MOUVEMENT ' WS-CPT-LUS
005412             ' REJETE : ' DELTA-RECORD (1:17)
005413             ' MOTIF ' WS-MOTIF-REJET
005414             DELIMITED BY SIZE
005415      INTO WS-LEDIT.
005416      DISPLAY WS-LEDIT.
005417      IF WS-IMPACT-OUVERT
005418          MOVE WS-LEDIT TO IMP-RECORD
005419          WRITE IMP-RECORD
005420      END-IF.
005421*
005422  2000-REJETTE-DELTA-FIN.
005423      EXIT.
005424*
005425*---------------------------------------------------------------*
005426*   MOUVEMENT MIS EN SUSPENS (ECART HORS TOLERANCE, MOTIF DANS   *
005427*   WS-MOTIF-SUSPENS) : TRACE CONSOLE ET ETAT D'IMPACT, PUIS EN  *
005428*   APPLICATION REELLE AJOUT AU FICHIER SUSPENS AVEC LA VALEUR   *
005429*   AVANT ET LA REFERENCE (DATE, HEURE, RANG DU MOUVEMENT) QUE   *
005430*   LE VALIDEUR REPORTE SUR SA CARTE DE DECISION (ADSOTP21)      *
005431*---------------------------------------------------------------*
005432  2200-MET-EN-SUSPENS-DEB.
005433*
005434      ADD 1 TO WS-CPT-SUSPENS.
005435      MOVE WS-CPT-LUS TO WS-REF-NUM.
005436      MOVE SPACE TO WS-LEDIT.
005437      STRING 'SUSPENS  - MOUVEMENT ' WS-CPT-LUS
005438             ' RETENU : ' DELTA-RECORD (1:17)
005439             ' MOTIF ' WS-MOTIF-SUSPENS
005440             DELIMITED BY SIZE
005441      INTO WS-LEDIT.
005442      DISPLAY WS-LEDIT.
005443      IF WS-IMPACT-OUVERT
005444          MOVE WS-LEDIT TO IMP-RECORD
005445          WRITE IMP-RECORD
005446      END-IF.
005447*
005448      IF NOT WS-SUSPENS-OUVERT
005449          GO TO 2200-MET-EN-SUSPENS-FIN
005450      END-IF.
005451*
005452      IF DTR-AJOUT
005453          MOVE 'INEXISTANT' TO WS-LIB-AVANT
005454      ELSE
005455          MOVE WS-TOL-AVANT TO WS-TOL-ED
005456          INSPECT WS-TOL-ED REPLACING ALL ',' BY '.'
005457          MOVE WS-TOL-ED TO WS-LIB-AVANT
005458      END-IF.
005459      MOVE SPACE TO WS-LEDIT.
005460      STRING '           REFERENCE ' WS-REF-SUSPENS
005461             ' VALEUR AVANT ' WS-LIB-AVANT
005462             DELIMITED BY SIZE
005463      INTO WS-LEDIT.
005464      DISPLAY WS-LEDIT.
005465      IF WS-IMPACT-OUVERT
005466          MOVE WS-LEDIT TO IMP-RECORD
005467          WRITE IMP-RECORD
005468      END-IF.
005469*
005470      MOVE SPACES                TO SUSP-RECORD.
005471      MOVE DELTA-RECORD (1:17)   TO SUS-MOUVEMENT.
005472      IF DTR-AJOUT
005473          MOVE SPACES            TO SUS-AVANT
005474      ELSE
005475          MOVE WS-TOL-AVANT      TO SUS-AVANT-N
005476      END-IF.
005477      MOVE WS-REF-SUSPENS        TO SUS-REFERENCE.
005478      MOVE WS-MOTIF-SUSPENS      TO SUS-MOTIF.
005479      MOVE WS-CUBE-TRAITE        TO SUS-CUBE.
005480      WRITE SUSP-RECORD.
005481      IF NOT WS-SUSP-FILE-OK
005482          DISPLAY '*========================================*'
005483          DISPLAY '*  ECRITURE IMPOSSIBLE DU FICHIER SUSPENS *'
005484          DISPLAY '*  CODE STATUT : ' WS-SUSP-FILE-STATUS
005485          DISPLAY '*========================================*'
005486          GO TO 9999-ERREUR-PROGRAMME-DEB
005487      END-IF.
005488*
005489  2200-MET-EN-SUSPENS-FIN.
005490      EXIT.
005500*
005510*---------------------------------------------------------------*
007090          MOVE WS-DATE-GEN TO HIS-DATE-GEN
007100          WRITE CUBE-HIST-RECORD
007110          ADD 1 TO WS-CPT-HIST
007111      END-IF.
007112*
007113  3210-ECRIT-POSTE-HIST-FIN.
007114      EXIT.
007115*
007116*---------------------------------------------------------------*
007117*   NOUVELLE GENERATION DES APPROBATIONS (VISAOUT, OUVERTE AU    *
007118*   CHARGEMENT) : LES APPROBATIONS NON CONSOMMEES, DANS L'ORDRE  *
007119*   DE VISAIN, TOUS CUBES CONFONDUS                              *
007120*---------------------------------------------------------------*
007121  3250-ECRIT-VISAS-DEB.
007122*
007123      PERFORM 3260-ECRIT-VISA-DEB
007124         THRU 3260-ECRIT-VISA-FIN
007125      VARYING WS-IVIS FROM 1 BY 1
007126        UNTIL WS-IVIS > WS-NB-VIS.
007127*
007128      CLOSE VISA-OUT-FILE.
007129*
007130  3250-ECRIT-VISAS-FIN.
007131      EXIT.
007132*
007133  3260-ECRIT-VISA-DEB.
007134*
007135      IF NOT WS-VIS-UTILISE (WS-IVIS)
007136          MOVE WS-VIS-IMAGE (WS-IVIS) TO VISA-OUT-RECORD
007137          WRITE VISA-OUT-RECORD
007138      END-IF.
007139*
007140  3260-ECRIT-VISA-FIN.
007141      EXIT.
007142*
007143*---------------------------------------------------------------*
007144*   ETAT D'IMPACT : COMPTAGES PAR CODE MOUVEMENT, POSTES TOUCHES *
007145*   ET TOTAUX DES VALEURS AVANT/APRES, A LA SUITE DES REJETS     *
007146*   DETAILLES AU FIL DU PASSAGE. EN SIMULATION IL EST REVU PAR   *
007147*   L'EXPLOITATION AVANT L'APPLICATION REELLE ; EN APPLICATION   *
007148*   REELLE IL N'EST ECRIT QUE SI IMPOUT A PU ETRE OUVERT         *
007156*---------------------------------------------------------------*
007157  3300-ECRIT-IMPACT-DEB.
007158*
007159      IF NOT WS-IMPACT-OUVERT
007160          GO TO 3300-ECRIT-IMPACT-FIN
007161      END-IF.
007162*
007163      MOVE SPACE TO IMP-RECORD.
007164      WRITE IMP-RECORD.
007165      PERFORM 3310-ECRIT-LIGNE-IMPACT-DEB
007166         THRU 3310-ECRIT-LIGNE-IMPACT-FIN.
007167      IF WS-MODE-SIMULATION
007168          MOVE 'AUCUN MAITRE ECRIT - CUBEIN INCHANGE'
007169                                                  TO IMP-RECORD
007170      ELSE
007171          MOVE 'NOUVELLE GENERATION ECRITE (CUBEOUT / CUBEKSD)'
007172                                                  TO IMP-RECORD
007173      END-IF.
007176      WRITE IMP-RECORD.
007177*
007178      CLOSE IMP-FILE.
007208      MOVE WS-LEDIT TO IMP-RECORD.
007209      WRITE IMP-RECORD.
007210      MOVE SPACE TO WS-LEDIT.
007211      STRING 'REFUS PLAN FERME    : ' WS-CPT-PLAN-FERME
007212              DELIMITED BY SIZE INTO WS-LEDIT.
007213      MOVE WS-LEDIT TO IMP-RECORD.
007214      WRITE IMP-RECORD.
007215      MOVE SPACE TO WS-LEDIT.
007216      STRING 'MIS EN SUSPENS      : ' WS-CPT-SUSPENS
007217              DELIMITED BY SIZE INTO WS-LEDIT.
007218      MOVE WS-LEDIT TO IMP-RECORD.
007219      WRITE IMP-RECORD.
007220      MOVE SPACE TO WS-LEDIT.
007221      STRING 'MOUVEMENTS VISES    : ' WS-CPT-VISES
007222              DELIMITED BY SIZE INTO WS-LEDIT.
007223      MOVE WS-LEDIT TO IMP-RECORD.
007224      WRITE IMP-RECORD.
007225      COMPUTE WS-CPT-VISAS-RESTANTS = WS-NB-VIS - WS-CPT-VISES.
007226      MOVE SPACE TO WS-LEDIT.
007227      STRING 'APPROBATIONS LUES   : ' WS-NB-VIS
007228             '  NON CONSOMMEES : ' WS-CPT-VISAS-RESTANTS
007229              DELIMITED BY SIZE INTO WS-LEDIT.
007230      MOVE WS-LEDIT TO IMP-RECORD.
007231      WRITE IMP-RECORD.
007232      MOVE SPACE TO WS-LEDIT.
007233      STRING 'POSTES TOUCHES      : ' WS-CPT-TOUCHES
007234              DELIMITED BY SIZE INTO WS-LEDIT.
007235      MOVE WS-LEDIT TO IMP-RECORD.
007236      WRITE IMP-RECORD.
007237      MOVE WS-TOT-AVANT TO WS-TOT-ED.
007238      INSPECT WS-TOT-ED REPLACING ALL ',' BY '.'.
007239      MOVE SPACE TO WS-LEDIT.
007240      STRING 'TOTAL VALEURS AVANT : ' WS-TOT-ED
007241              DELIMITED BY SIZE INTO WS-LEDIT.
007242      MOVE WS-LEDIT TO IMP-RECORD.
007243      WRITE IMP-RECORD.
007244      MOVE WS-TOT-APRES TO WS-TOT-ED.
007245      INSPECT WS-TOT-ED REPLACING ALL ',' BY '.'.
007246      MOVE SPACE TO WS-LEDIT.
007247      STRING 'TOTAL VALEURS APRES : ' WS-TOT-ED
007248              DELIMITED BY SIZE INTO WS-LEDIT.
007249      MOVE WS-LEDIT TO IMP-RECORD.
007250      WRITE IMP-RECORD.
007251      MOVE SPACE TO IMP-RECORD.
007252      WRITE IMP-RECORD.
007253      MOVE 'MOTIFS : 01 COORDONNEES  02 VALEUR NON NUMERIQUE'
007254                                                  TO IMP-RECORD.
007255      WRITE IMP-RECORD.
007256      MOVE '  03 ETAT DU POSTE  04 CODE INCONNU  05 PLAN FERME'
007257                                                  TO IMP-RECORD.
007258      WRITE IMP-RECORD.
007259      MOVE '  06 ECART ABSOLU  07 ECART RELATIF (MIS EN SUSPENS)'
007260                                                  TO IMP-RECORD.
007261      WRITE IMP-RECORD.
007262      MOVE '  08 VISA SANS REFERENCE OU SANS APPROBATION VISAIN'
007263                                                  TO IMP-RECORD.
007264      WRITE IMP-RECORD.
007265      MOVE SPACE TO IMP-RECORD.
007266      WRITE IMP-RECORD.
007267*
007268  3310-ECRIT-LIGNE-IMPACT-FIN.
007269      EXIT.
007270*
007271  8999-STATISTIQUES-DEB.
007272*
007273       DISPLAY '************************************************'
007274       DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP9        *'
007275       DISPLAY '*     ==================================       *'
007276       DISPLAY '************************************************'
007277       DISPLAY '  MOUVEMENTS LUS : ' WS-CPT-LUS
007278       DISPLAY '  AJOUTS         : ' WS-CPT-AJOUTS
007279       DISPLAY '  MODIFICATIONS  : ' WS-CPT-MODIFS
007280       DISPLAY '  SUPPRESSIONS   : ' WS-CPT-SUPPRS
007281       DISPLAY '  REJETS         : ' WS-CPT-REJETS
007282       DISPLAY '  REFUS PLAN FERME  : ' WS-CPT-PLAN-FERME
007283       DISPLAY '  MIS EN SUSPENS    : ' WS-CPT-SUSPENS
007284       DISPLAY '  MOUVEMENTS VISES  : ' WS-CPT-VISES
007285       DISPLAY '  APPROBATIONS LUES : ' WS-NB-VIS
007286       DISPLAY '  POSTES AUTRE CUBE : ' WS-CPT-AUTRE-CUBE
007290       DISPLAY '  POSTES ECRITS  : ' WS-CPT-ECRITS
007300       DISPLAY '  POSTES HISTORISES : ' WS-CPT-HIST
007301       DISPLAY '  POSTES TOUCHES : ' WS-CPT-TOUCHES
007380*---------------------------------------------------------------*
007390*
007400  9999-FIN-PROGRAMME-DEB.
007401*
007402*---------------------------------------------------------------*
007403* CODE RETOUR GRADUE POUR LE PLANIFICATEUR : 8 SI DES MOUVEMENTS *
007404* ONT ETE REFUSES SUR UN PLAN FERME (PERCTL), 4 SI DES MOUVEMENTS*
007405* ONT ETE MIS EN SUSPENS (TOLRGL), SINON 0. L'ARRET ANORMAL      *
007406* (9999-ERREUR-) VAUT 16                                         *
007407*---------------------------------------------------------------*
007408      IF WS-CPT-PLAN-FERME > 0
007409          MOVE 8 TO WS-CR-FINAL
007410      ELSE
007411          IF WS-CPT-SUSPENS > 0
007412              MOVE 4 TO WS-CR-FINAL
007413          ELSE
007414              MOVE 0 TO WS-CR-FINAL
007415          END-IF
007416      END-IF.
007417*
007420       DISPLAY '*==============================================*'
007430       DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP9         *'
007435       DISPLAY '*     CODE RETOUR : ' WS-CR-FINAL
007440       DISPLAY '*==============================================*'.
007443*
007446      MOVE WS-CR-FINAL TO RETURN-CODE.
007450*
007460  9999-FIN-PROGRAMME-FIN.
007470       GOBACK.
