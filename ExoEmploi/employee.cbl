               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

      * Virements suspendus par le controle anti-fraude empfraud,
      * jusqu'a leur levee par empfclear ; fichier absent, aucune
      * suspension.
           SELECT F-PAYHOLD ASSIGN TO "employee-payment-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYHOLD-STATUS.

      * Ordres de virement du net à payer : en-tête daté, un ordre
      * par employé aux coordonnées valides, total de contrôle en
      * pied. Les employés sans RIB exploitables partent en
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.

      * Référentiel des sociétés du groupe ; absent, le run reste
      * mono-société et ne produit que les extraits consolidés.
           SELECT F-SOCIETE ASSIGN TO "employee-companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOCIETE-STATUS.

      * Extraits propres à une société (déclaration, écritures,
      * virements), suffixés de son code ; un seul ouvert à la fois.
           SELECT F-COOUT ASSIGN TO DYNAMIC WS-COOUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COOUT-STATUS.

      * Bulletins de paie : un bloc par employé reprenant le détail du
      * calcul de COMPUTE-NET-PAY (brut, charges, impôt par tranche,
      * net), à produire en cas de contestation au lieu de ne garder
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTRIB-STATUS.

      * Registre des taux individuels de prelevement a la source,
      * tenu par emptaxrate a partir des fichiers retour de
      * l'administration fiscale. Absent, tout le monde reste au
      * bareme neutre.
           SELECT F-TAXRATE ASSIGN TO "employee-tax-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-STATUS.

      * Cotisations patronales datees (maladie, vieillesse, chomage,
      * accident du travail...) : taux et plafond par code, le taux
      * applicable a la periode etant le plus recent de chaque code.
      * Absent, aucune charge patronale n'est calculee (meme repli
      * qu'employee-rates.dat).
           SELECT F-EMPRATE ASSIGN TO "employee-employer-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EMPRATE-STATUS.

      * Cout du travail du run par agence et par region : brut,
      * charges patronales, part employeur des primes d'assurance du
      * personnel et cout total, pour la direction.
           SELECT F-LABCOST ASSIGN TO "employee-labour-cost.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LABCOST-STATUS.

      * Heures supplementaires du mois : employe, periode (AAAAMM),
      * nombre d'heures. La majoration legale (25% puis 50%) est
      * calculee ici a partir du taux horaire derive de
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SALCHG-STATUS.

      * Historique des salaires (FSALHIST.cpy) : chaque changement
      * daté appliqué y est ajouté avant d'être retiré du fichier de
      * transactions, pour l'index d'égalité professionnelle.
           SELECT F-SALHIST ASSIGN TO "employee-salary-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.

      * Saisies sur salaire ordonnees par les tribunaux : employe,
      * creancier, solde restant du. Relu au demarrage et reecrit en
      * fin de run avec les soldes diminues des retenues du mois
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GARNREMIT-STATUS.

      * Notes de frais liquidees par empexpense pour la periode :
      * employe, numero de note, nature, periode, montant. Le
      * remboursement est une ligne non imposable du bulletin, ajoutee
      * au net vire, au lieu du virement manuel separe.
           SELECT F-EXPENSE ASSIGN TO "employee-expense-payable.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXPENSE-STATUS.

      * Part salariale des titres-restaurant de la periode, calculee
      * par empmeal : retenue sur le net au lieu de la saisie
      * manuelle dans employee-variables.txt.
           SELECT F-MEAL ASSIGN TO "employee-meal-deductions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEAL-STATUS.

      * Cles de repartition analytique de la periode, controlees par
      * empalloc : le cout d'un employe partage entre plusieurs
      * agences est reparti entre elles au lieu de tomber en entier
      * sur REMPLOYE-AGENCE. Absent, rien n'est reparti.
           SELECT F-ALLOCKEY ASSIGN TO "employee-allocation-keys.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALLOCKEY-STATUS.

      * Registre des acomptes de mi-mois (empadvance) : solde restant
      * a recuperer par employe. Repris sur le net du mois, le reste
      * reporte au mois suivant ; relu au demarrage et reecrit en fin
      * de run (meme convention de portage que F-GARN).
           SELECT F-ADVANCE ASSIGN TO "employee-advances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADVANCE-STATUS.

      * Etat des acomptes restant a recuperer apres le run.
           SELECT F-ADVCARRY ASSIGN TO "employee-advance-carryover.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADVCARRY-STATUS.

      * Arrets maladie : employe, debut et fin d'arret, jours de
      * carence. L'absence est valorisee au jour calendaire, le
      * salaire maintenu selon les regles du parametrage et les
      * IJSS percues par subrogation versees avec le net, au lieu
      * de la retenue ABSNC forfaitaire des elements variables.
           SELECT F-SICK ASSIGN TO "employee-sick-leave.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SICK-STATUS.

      * Calendrier des periodes de paie (FPERIODE.cpy) : une periode
      * cloturee par empclose est figee, le run est refuse tant
      * qu'empreopen ne l'a pas rouverte. Sans calendrier, pas de
      * controle.
           SELECT F-PERIOD ASSIGN TO "employee-periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

      * Sorties (employe, date JJMMAAAA) : avec la date d'embauche
      * et les fins de contrat D/I, elles bornent les jours sous
      * contrat de la periode pour le prorata du salaire de base,
      * au lieu de la correction manuelle par elements variables.
           SELECT F-TERM ASSIGN TO "employee-terminations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

      * Liste des employes proratises du run, a controler par le
      * gestionnaire de paie.
           SELECT F-PRORATA ASSIGN TO "employee-prorata.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRORATA-STATUS.

      * Archive des bulletins, clef employe + periode de paie devant
      * chaque ligne de bloc : en cas de contestation, empsliplkp
      * retrouve le bulletin d'un mois donne sans faire defiler
      * (LOCKSEL/LOCKFD/LOCKWS/LOCKMGT).
           COPY 'LOCKSEL.cpy'.

      * Registre des fichiers remis hors de l'entreprise (virements,
      * extrait comptable, déclaration sociale), OUTBSEL/OUTBFD.
           COPY 'OUTBSEL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==EMPLOYE==.
           COPY 'AUDITFD.cpy'.
           COPY 'ALERTFD.cpy'.
           COPY 'GENFD.cpy'.
           COPY 'OUTBFD.cpy'.

       FD  F-DEPTEXC
           RECORD CONTAINS 140 CHARACTERS.
           05 FILLER                PIC X VALUE SPACE.
           05 CONTRIB-IMPOT         PIC 9V999.

      * Un taux individuel par ligne : matricule, taux en pourcentage,
      * date d'effet AAAAMMJJ et date de reception du fichier retour.
       FD  F-TAXRATE
           RECORD CONTAINS 33 CHARACTERS.
       01  R-TAXRATE.
           05 TAXRATE-ID            PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 TAXRATE-TAUX          PIC 9(2)V99.
           05 FILLER                PIC X VALUE SPACE.
           05 TAXRATE-EFFET         PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 TAXRATE-RECU          PIC 9(8).

      * Une cotisation patronale par ligne : date d'effet AAAAMMJJ,
      * code, taux, plafond de l'assiette (zero = deplafonnee),
      * libelle.
       FD  F-EMPRATE
           RECORD CONTAINS 64 CHARACTERS.
       01  R-EMPRATE.
           05 EMPRATE-EFFECTIVE     PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 EMPRATE-CODE          PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 EMPRATE-TAUX          PIC 9V9999.
           05 FILLER                PIC X VALUE SPACE.
           05 EMPRATE-PLAFOND       PIC 9(7)V99.
           05 FILLER                PIC X VALUE SPACE.
           05 EMPRATE-LIBELLE       PIC X(30).

       FD  F-LABCOST
           RECORD CONTAINS 132 CHARACTERS.
       01  R-LABCOST                PIC X(132).

      * Une ligne par employe et par periode : identifiant, periode
      * AAAAMM, heures supplementaires en centiemes.
       FD  F-OVERTIME
           05 FILLER                PIC X VALUE SPACE.
           05 SALCHG-EFFECTIVE      PIC 9(8).

       FD  F-SALHIST
           RECORD CONTAINS 40 CHARACTERS.
       01  R-SALHIST.
           COPY 'FSALHIST.cpy' REPLACING ==:SH:== BY ==SALHIST==.

      * Une saisie par ligne : employe, creancier, solde restant du.
       FD  F-GARN
           RECORD CONTAINS 41 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
       01  R-GARNREMIT              PIC X(80).

      * Meme disposition que R-EXPPAY dans empexpense.cbl.
       FD  F-EXPENSE
           RECORD CONTAINS 41 CHARACTERS.
       01  R-EXPENSE.
           05 EXPENSE-ID            PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 EXPENSE-NUMERO        PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 EXPENSE-NATURE        PIC X(6).
           05 FILLER                PIC X VALUE SPACE.
           05 EXPENSE-PERIODE       PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 EXPENSE-MONTANT       PIC 9(5)V99.

      * Meme disposition que R-MEALDED dans empmeal.cbl.
       FD  F-MEAL
           RECORD CONTAINS 28 CHARACTERS.
       01  R-MEAL.
           05 MEAL-ID               PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 MEAL-PERIODE          PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 MEAL-TITRES           PIC 9(2).
           05 FILLER                PIC X VALUE SPACE.
           05 MEAL-MONTANT          PIC 9(5)V99.

      * Meme disposition que R-ALLOCKEY dans empalloc.cbl.
       FD  F-ALLOCKEY
           RECORD CONTAINS 20 CHARACTERS.
       01  R-ALLOCKEY.
           05 ALLOCKEY-ID           PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 ALLOCKEY-AGENCE       PIC X(3).
           05 FILLER                PIC X VALUE SPACE.
           05 ALLOCKEY-PCT          PIC 9(3)V99.

      * Un arret par ligne : employe, debut et fin AAAAMMJJ,
      * jours de carence avant indemnisation (0 pour une rechute).
       FD  F-SICK
           RECORD CONTAINS 30 CHARACTERS.
       01  R-SICK.
           05 SICK-ID               PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 SICK-DEBUT            PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 SICK-FIN              PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 SICK-CARENCE          PIC 9(2).

       FD  F-PERIOD
           RECORD CONTAINS 49 CHARACTERS.
       01  R-PERIOD.
           COPY 'FPERIODE.cpy' REPLACING ==:PE:== BY ==PERCAL==.

      * Meme disposition que TERM-RECORD dans emppurge.cbl.
       FD  F-TERM
           RECORD CONTAINS 19 CHARACTERS.
       01  R-TERM.
           05 TERM-ID               PIC X(10).
           05 FILLER                PIC X.
           05 TERM-DATE             PIC X(8).

       FD  F-PRORATA
           RECORD CONTAINS 132 CHARACTERS.
       01  R-PRORATA                PIC X(132).

      * Meme disposition que R-ADVANCE dans empadvance.cbl.
       FD  F-ADVANCE
           RECORD CONTAINS 37 CHARACTERS.
       01  R-ADVANCE.
           05 ADV-ID                PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 ADV-SOLDE             PIC 9(7)V99.
           05 FILLER                PIC X VALUE SPACE.
           05 ADV-PERIODE           PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 ADV-DERNIER           PIC 9(7)V99.

       FD  F-ADVCARRY
           RECORD CONTAINS 80 CHARACTERS.
       01  R-ADVCARRY               PIC X(80).

       FD  F-SLIPARC
           RECORD CONTAINS 98 CHARACTERS.
       01  R-SLIPARC.
           05 SLIPARC-TEXTE         PIC X(80).

       FD  F-PREV
           RECORD CONTAINS 98 CHARACTERS.
       01  R-PREV                    PIC X(98).

       FD  F-DELTA
           RECORD CONTAINS 160 CHARACTERS.
           05 FILLER                PIC X VALUE SPACE.
           05 BANK-FLAG             PIC X.

      * Meme disposition que R-HOLD dans empfraud.cbl.
       FD  F-PAYHOLD
           RECORD CONTAINS 68 CHARACTERS.
       01  R-PAYHOLD.
           05 PAYHOLD-ID            PIC X(10).
           05 FILLER                PIC X.
           05 PAYHOLD-SCORE         PIC 9(3).
           05 FILLER                PIC X.
           05 PAYHOLD-STATUT        PIC X(7).
           05 FILLER                PIC X(46).

       FD  F-VIREMENT
           RECORD CONTAINS 80 CHARACTERS.
       01  R-VIREMENT               PIC X(80).

      * Une écriture par ligne : date, sens débit/crédit, compte,
      * libellé (département ou nature), montant et identifiant du
      * run de chaîne qui l'a produite (contrepassation par
      * emprestore).
       FD  F-GLPOST
           RECORD CONTAINS 90 CHARACTERS.
       01  R-GLPOST.
           05 GLPOST-DATE           PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 GLPOST-LIBELLE        PIC X(31).
           05 FILLER                PIC X VALUE SPACE.
           05 GLPOST-MONTANT        PIC 9(11)V99.
           05 FILLER                PIC X VALUE SPACE.
           05 GLPOST-RUN-ID         PIC X(20).
           05 FILLER                PIC X VALUE SPACE.
           05 GLPOST-PREFIXE        PIC X(4).

       FD  F-SOCIETE
           RECORD CONTAINS 94 CHARACTERS.
       01  R-SOCIETE.
           COPY 'FSOCIETE.cpy' REPLACING ==:SO:== BY ==SOCIETE==.

       FD  F-COOUT
           RECORD CONTAINS 94 CHARACTERS.
       01  R-COOUT                  PIC X(94).

      * Disposition fixe de l'extrait déclaratif : une ligne par
      * agence, puis une ligne de total général (code agence "***").
       01  WS-SLIPARC-STATUS    PIC XX.
       01  WS-GARN-STATUS       PIC XX.
       01  WS-SALCHG-STATUS     PIC XX.
       01  WS-SALHIST-STATUS    PIC XX.
       01  WS-OVERTIME-STATUS   PIC XX.
       01  WS-EXPENSE-STATUS    PIC XX.
       01  WS-MEAL-STATUS       PIC XX.
       01  WS-ALLOCKEY-STATUS   PIC XX.
       01  WS-ADVANCE-STATUS    PIC XX.
       01  WS-ADVCARRY-STATUS   PIC XX.
       01  WS-SICK-STATUS       PIC XX.
       01  WS-PERIOD-STATUS     PIC XX.
       01  WS-TERM-STATUS       PIC XX.
       01  WS-PRORATA-STATUS    PIC XX.
       01  WS-CONTRIB-STATUS    PIC XX.
       01  WS-TAXRATE-STATUS    PIC XX.
       01  WS-EMPRATE-STATUS    PIC XX.
       01  WS-LABCOST-STATUS    PIC XX.
       01  WS-POLLINK-STATUS    PIC XX.
       01  WS-ASSURANCES-STATUS PIC XX.
       01  WS-POLPREM-STATUS    PIC XX.
       01  WS-SOCDECL-STATUS    PIC XX.
       01  WS-RATES-STATUS      PIC XX.
       01  WS-PREV-STATUS       PIC XX.
       01  WS-SOCIETE-STATUS    PIC XX.
       01  WS-COOUT-STATUS      PIC XX.
       01  WS-COOUT-FILENAME    PIC X(60).
       01  WS-GLPOST-STATUS     PIC XX.
       01  WS-BANK-STATUS       PIC XX.
       01  WS-PAYHOLD-STATUS    PIC XX.
       01  WS-VARELEM-STATUS    PIC XX.
       01  WS-VIREMENT-STATUS   PIC XX.
       01  WS-DELTA-STATUS      PIC XX.
           COPY 'ALERTWS.cpy'.
           COPY 'RUNIDWS.cpy'.
           COPY 'GENWS.cpy'.
           COPY 'OUTBWS.cpy'.
       01  WS-CLISOR-FILENAME   PIC X(60).
           COPY 'PARAMWS.cpy'.
       01  WS-TOTAL-SALARY     PIC 9(7)V99 VALUE ZERO.
           05 WS-SOCDECL-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-SOCDECL-COUNT
                  INDEXED BY SOCDECL-IDX.
               10 WS-SOCDECL-SOCIETE  PIC X(03).
               10 WS-SOCDECL-AGENCE   PIC X(03).
               10 WS-SOCDECL-DEPART   PIC X(23).
               10 WS-SOCDECL-REGION   PIC X(26).
      * Salaire brut cumulé de l'agence, porté au débit du compte de
      * charges de personnel dans l'extrait comptable.
               10 WS-SOCDECL-BRUT     PIC 9(9)V99.
      * Charges patronales et part employeur des primes d'assurance
      * de l'agence : debit des comptes 645000/645800 et rapport du
      * cout du travail.
               10 WS-SOCDECL-PATRONAL PIC 9(9)V99.
               10 WS-SOCDECL-ASSUR    PIC 9(9)V99.
       01  WS-SOCDECL-TABLE-MAX    PIC 9(3) VALUE 100.
       01  WS-SOCDECL-TABLE-FULL   PIC X VALUE 'N'.
       01  WS-SOCDECL-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-BANK-FOUND           PIC X VALUE 'N'.
       01  WS-BANK-REJECT          PIC X(20).

      * Employes dont le virement est suspendu (statut SUSPENS).
       01  WS-PAYHOLD-TABLE.
           05 WS-PAYHOLD-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-PAYHOLD-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-PAYHOLD-COUNT
                  INDEXED BY PAYHOLD-IDX.
               10 WS-PAYHOLD-ID    PIC X(10).
               10 WS-PAYHOLD-SCORE PIC 9(3).
       01  WS-PAYHOLD-TABLE-MAX    PIC 9(4) VALUE 2000.
       01  WS-PAYHOLD-EOF          PIC X VALUE 'N'.

      * Ordres de virement constitués pendant le traitement et écrits
      * en fin de run avec en-tête daté et total de contrôle.
       01  WS-VIR-TABLE.
                  DEPENDING ON WS-VIR-COUNT
                  INDEXED BY VIR-IDX.
               10 WS-VIR-ID        PIC X(10).
               10 WS-VIR-SOCIETE   PIC X(3).
               10 WS-VIR-IBAN      PIC X(27).
               10 WS-VIR-BIC       PIC X(11).
               10 WS-VIR-NET       PIC 9(9)V99.
       01  WS-GL-DEBIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-CREDIT-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-ECART             PIC S9(11)V99 VALUE ZERO.
      * Total des débits de l'extrait comptable, toutes sociétés,
      * porté au registre des fichiers sortants.
       01  WS-GL-EXTRACT-TOTAL     PIC 9(11)V99 VALUE ZERO.

       01  WS-PAYSLIP-LINE         PIC X(80).
      * Montants édités pour le bulletin (signe et cadrage lisibles).
       01  WS-OT-AMOUNT-TOTAL      PIC 9(7)V99.
       01  WS-OT-HOURS-EMP         PIC 9(3)V99.

      * Notes de frais payables de la periode (employee-expense-
      * payable.txt), remboursees hors brut et hors cotisations.
       01  WS-EXP-TABLE.
           05 WS-EXP-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-EXP-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-EXP-COUNT
                  INDEXED BY EXP-IDX.
               10 WS-EXP-ID        PIC X(10).
               10 WS-EXP-NUMERO    PIC X(8).
               10 WS-EXP-MONTANT   PIC 9(5)V99.
               10 WS-EXP-MATCHED   PIC X.
       01  WS-EXP-TABLE-MAX        PIC 9(4) VALUE 2000.
       01  WS-EXP-TABLE-FULL       PIC X VALUE 'N'.
       01  WS-EXP-EOF              PIC X VALUE 'N'.
       01  WS-EXPENSE-AMOUNT       PIC 9(7)V99 VALUE ZERO.
       01  WS-EXPENSE-RUN-TOTAL    PIC 9(9)V99 VALUE ZERO.

      * Part salariale des titres-restaurant de la periode
      * (employee-meal-deductions.txt), retenue sur le net.
       01  WS-MEAL-TABLE.
           05 WS-MEAL-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-MEAL-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-MEAL-COUNT
                  INDEXED BY MEAL-IDX.
               10 WS-MEAL-ID       PIC X(10).
               10 WS-MEAL-TITRES   PIC 9(2).
               10 WS-MEAL-MONTANT  PIC 9(5)V99.
               10 WS-MEAL-MATCHED  PIC X.
       01  WS-MEAL-TABLE-MAX       PIC 9(4) VALUE 2000.
       01  WS-MEAL-TABLE-FULL      PIC X VALUE 'N'.
       01  WS-MEAL-EOF             PIC X VALUE 'N'.
       01  WS-MEAL-AMOUNT          PIC 9(7)V99 VALUE ZERO.
       01  WS-MEAL-VOUCHERS        PIC 9(2) VALUE ZERO.
       01  WS-MEAL-RUN-TOTAL       PIC 9(9)V99 VALUE ZERO.

      * Cles de repartition analytique (employe, agence, pourcentage)
      * chargees au demarrage. FIND-EMPLOYEE-ALLOCATION compte les
      * cles de l'employe courant et choisit l'agence qui porte sa
      * tete dans l'effectif : son agence du maitre si elle fait
      * partie des cles, sinon la premiere cle. Les montants sont
      * repartis au prorata, la derniere cle recevant le reste pour
      * que la somme des parts redonne le montant de l'employe.
       01  WS-ALLOC-TABLE.
           05 WS-ALLOC-COUNT       PIC 9(4) VALUE ZERO.
           05 WS-ALLOC-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-ALLOC-COUNT
                  INDEXED BY ALLOC-IDX.
               10 WS-ALLOC-ID      PIC X(10).
               10 WS-ALLOC-AGENCE  PIC X(3).
               10 WS-ALLOC-PCT     PIC 9(3)V99.
       01  WS-ALLOC-TABLE-MAX      PIC 9(4) VALUE 2000.
       01  WS-ALLOC-TABLE-FULL     PIC X VALUE 'N'.
       01  WS-ALLOC-EOF            PIC X VALUE 'N'.
       01  WS-ALLOC-KEYS           PIC 9(2) VALUE ZERO.
       01  WS-ALLOC-SEEN           PIC 9(2) VALUE ZERO.
       01  WS-ALLOC-HEAD-AGENCE    PIC X(3).
      * Part de l'employe courant imputee a une agence.
       01  WS-SHARE-AGENCE         PIC X(3).
       01  WS-SHARE-DEPART         PIC X(23).
       01  WS-SHARE-REGION         PIC X(26).
       01  WS-SHARE-EFFECTIF       PIC 9(1).
       01  WS-SHARE-CHARGES        PIC 9(9)V99.
       01  WS-SHARE-BRUT           PIC 9(9)V99.
       01  WS-SHARE-PATRONAL       PIC 9(9)V99.
       01  WS-SHARE-ASSUR          PIC 9(9)V99.
       01  WS-SHARE-NET            PIC 9(9)V99.
      * Restes a repartir sur les cles suivantes.
       01  WS-REST-CHARGES         PIC 9(9)V99.
       01  WS-REST-BRUT            PIC 9(9)V99.
       01  WS-REST-PATRONAL        PIC 9(9)V99.
       01  WS-REST-ASSUR           PIC 9(9)V99.
       01  WS-REST-NET             PIC 9(9)V99.

      * Registre des acomptes : solde a recuperer, periode et montant
      * du dernier acompte (reportes tels quels a la reecriture).
       01  WS-ADV-TABLE.
           05 WS-ADV-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-ADV-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-ADV-COUNT
                  INDEXED BY ADV-IDX.
               10 WS-ADV-ID        PIC X(10).
               10 WS-ADV-SOLDE     PIC 9(7)V99.
               10 WS-ADV-PERIODE   PIC 9(6).
               10 WS-ADV-DERNIER   PIC 9(7)V99.
               10 WS-ADV-MATCHED   PIC X.
       01  WS-ADV-TABLE-MAX        PIC 9(4) VALUE 2000.
       01  WS-ADV-TABLE-FULL       PIC X VALUE 'N'.
       01  WS-ADV-EOF              PIC X VALUE 'N'.
       01  WS-ADVANCE-AMOUNT       PIC 9(7)V99 VALUE ZERO.
       01  WS-ADVANCE-RUN-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01  WS-ADVANCE-CARRY-TOTAL  PIC 9(9)V99 VALUE ZERO.
       01  WS-ADVANCE-CARRY-COUNT  PIC 9(4) VALUE ZERO.
       01  WS-ADVCARRY-LINE        PIC X(80).

      * Arrets maladie charges au demarrage.
       01  WS-SICK-TABLE.
           05 WS-SICK-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-SICK-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-SICK-COUNT
                  INDEXED BY SICK-IDX.
               10 WS-SICK-ID       PIC X(10).
               10 WS-SICK-DEBUT    PIC 9(8).
               10 WS-SICK-FIN      PIC 9(8).
               10 WS-SICK-CARENCE  PIC 9(2).
               10 WS-SICK-MATCHED  PIC X.
       01  WS-SICK-TABLE-MAX       PIC 9(4) VALUE 500.
       01  WS-SICK-TABLE-FULL      PIC X VALUE 'N'.
       01  WS-SICK-EOF             PIC X VALUE 'N'.
       01  WS-PERIOD-EOF           PIC X VALUE 'N'.
       01  WS-PERIOD-FOUND         PIC X VALUE 'N'.
      * Periode de paie trouvee au calendrier, conservee apres la
      * fermeture du fichier.
       01  WS-PERIOD-REC.
           COPY 'FPERIODE.cpy' REPLACING ==:PE:== BY ==WS-PERCAL==.
      * Regles de maintien de salaire (employee-params.cfg) : part
      * du salaire journalier maintenue sur les jours indemnises,
      * taux des IJSS et plafond journalier de la caisse.
       01  WS-SICK-MAINT-PCT       PIC 9(3) VALUE 90.
       01  WS-IJSS-RATE-PCT        PIC 9(3) VALUE 50.
       01  WS-IJSS-DAILY-CAP       PIC 9(3)V99 VALUE 41.95.
      * Bornes de la periode de paie en jours entiers.
       01  WS-SICK-PERIOD-START    PIC 9(8).
       01  WS-SICK-PERIOD-END      PIC 9(8).
       01  WS-SICK-DATE-WORK.
           05 WS-SICK-WORK-AAAA    PIC 9(4).
           05 WS-SICK-WORK-MM      PIC 9(2).
           05 WS-SICK-WORK-JJ      PIC 9(2).
       01  WS-SICK-WORK-8 REDEFINES WS-SICK-DATE-WORK PIC 9(8).
       01  WS-SICK-START-INT       PIC 9(8).
       01  WS-SICK-END-INT         PIC 9(8).
       01  WS-SICK-FROM-INT        PIC 9(8).
       01  WS-SICK-TO-INT          PIC 9(8).
       01  WS-SICK-ABS-DAYS        PIC 9(3) VALUE ZERO.
       01  WS-SICK-IJSS-DAYS       PIC 9(3) VALUE ZERO.
       01  WS-SICK-DAILY           PIC 9(5)V99.
       01  WS-IJSS-DAILY           PIC 9(3)V99.
       01  WS-SICK-ABSENCE         PIC 9(7)V99 VALUE ZERO.
       01  WS-SICK-MAINT           PIC 9(7)V99 VALUE ZERO.
       01  WS-SICK-COMPLEMENT      PIC 9(7)V99 VALUE ZERO.
       01  WS-SICK-IJSS            PIC 9(7)V99 VALUE ZERO.
       01  WS-IJSS-RUN-TOTAL       PIC 9(9)V99 VALUE ZERO.

      * Sorties chargees depuis employee-terminations.txt, date
      * convertie en AAAAMMJJ.
       01  WS-TERM-TABLE.
           05 WS-TERM-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-TERM-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-TERM-COUNT
                  INDEXED BY TERM-IDX.
               10 WS-TERM-ID       PIC X(10).
               10 WS-TERM-DATE-8   PIC 9(8).
       01  WS-TERM-TABLE-MAX       PIC 9(4) VALUE 2000.
       01  WS-TERM-TABLE-FULL      PIC X VALUE 'N'.
       01  WS-TERM-EOF             PIC X VALUE 'N'.

      * Prorata du salaire de base (PRORATA_BASIS d'employee-
      * params.cfg) : CALENDAIRE compte les jours calendaires, OUVRES
      * les jours ouvres via le module datesvc. Bornes de la periode
      * et jours sous contrat en AAAAMMJJ.
       01  WS-PRORATA-BASIS        PIC X(10) VALUE "CALENDAIRE".
       01  WS-PRORATA-FIRST-8      PIC 9(8).
       01  WS-PRORATA-LAST-8       PIC 9(8).
       01  WS-PRORATA-FROM-8       PIC 9(8).
       01  WS-PRORATA-TO-8         PIC 9(8).
       01  WS-PRORATA-EXIT-8       PIC 9(8).
       01  WS-PRORATA-COUNTED      PIC 9(3).
       01  WS-PRORATA-DAYS         PIC 9(3) VALUE ZERO.
       01  WS-PRORATA-PERIOD-DAYS  PIC 9(3) VALUE ZERO.
       01  WS-PRORATA-BASE         PIC 9(7)V99 VALUE ZERO.
       01  WS-PRORATA-APPLIED      PIC X VALUE 'N'.
       01  WS-PRORATA-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-PRORATA-LINE         PIC X(132).
       01  WS-PRORATA-BASE-EDIT    PIC Z(6)9.99.
       01  WS-PRORATA-AMT-EDIT     PIC Z(6)9.99.
      * Plancher SMIC ramene aux jours sous contrat.
       01  WS-SMIC-FLOOR-EFF       PIC 9(8)V99 VALUE ZERO.
       01  WS-DATESVC-FUNCTION     PIC X(8).
       01  WS-DATESVC-DATE-1       PIC 9(8).
       01  WS-DATESVC-NUMBER       PIC S9(5).
       01  WS-DATESVC-STATUS       PIC 9.

      * Changements de salaire datés chargés depuis
      * employee-salary-changes.txt ; MATCHED suit la même convention
      * que WS-VARELEM-MATCHED pour signaler en fin de run les
               10 WS-SALCHG-SALAIRE PIC 9(6).
               10 WS-SALCHG-EFFECTIVE PIC 9(8).
               10 WS-SALCHG-MATCHED PIC X.
               10 WS-SALCHG-ANCIEN  PIC 9(6).
       01  WS-SALCHG-TABLE-MAX     PIC 9(4) VALUE 200.
       01  WS-SALCHG-TABLE-FULL    PIC X VALUE 'N'.
       01  WS-SALCHG-EOF           PIC X VALUE 'N'.
       01  WS-SOC-RATE-EFF         PIC 9V999.
       01  WS-TAX-FACTOR           PIC 9V999.

      * Taux individuels de prelevement a la source : pour chaque
      * employe, le taux de date d'effet la plus recente non
      * posterieure a la periode de paie. RESOLVE-WITHHOLDING-RATE
      * pose WS-PAS-APPLIED a 'Y' quand l'employe courant en a un ;
      * sinon le bareme progressif tient lieu de bareme neutre.
       01  WS-PAS-TABLE.
           05 WS-PAS-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-PAS-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-PAS-COUNT
                  INDEXED BY PAS-IDX.
               10 WS-PAS-ID          PIC X(10).
               10 WS-PAS-TAUX        PIC 9(2)V99.
               10 WS-PAS-EFFET       PIC 9(8).
       01  WS-PAS-TABLE-MAX        PIC 9(4) VALUE 2000.
       01  WS-PAS-TABLE-FULL       PIC X VALUE 'N'.
       01  WS-PAS-EOF              PIC X VALUE 'N'.
       01  WS-PAS-FOUND            PIC X VALUE 'N'.
       01  WS-PAS-APPLIED          PIC X VALUE 'N'.
       01  WS-PAS-RATE             PIC 9(2)V99 VALUE ZERO.
       01  WS-PAS-RATE-EDIT        PIC 99.99.

      * Cotisations patronales : toutes les lignes datees chargees
      * d'employee-employer-rates.dat, puis les taux en vigueur a la
      * periode de paie (un par code) retenus par
      * SELECT-EMPLOYER-RATES. COMPUTE-EMPLOYER-CHARGES y porte le
      * montant de l'employe courant pour le bulletin.
       01  WS-EMPRATE-TABLE.
           05 WS-EMPRATE-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-EMPRATE-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-EMPRATE-COUNT
                  INDEXED BY EMPRATE-IDX.
               10 WS-EMPRATE-EFFECTIVE PIC 9(8).
               10 WS-EMPRATE-CODE      PIC X(8).
               10 WS-EMPRATE-TAUX      PIC 9V9999.
               10 WS-EMPRATE-PLAFOND   PIC 9(7)V99.
               10 WS-EMPRATE-LIBELLE   PIC X(30).
       01  WS-EMPRATE-TABLE-MAX    PIC 9(3) VALUE 200.
       01  WS-EMPRATE-EOF          PIC X VALUE 'N'.
       01  WS-ERATE-TABLE.
           05 WS-ERATE-COUNT       PIC 9(2) VALUE ZERO.
           05 WS-ERATE-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-ERATE-COUNT
                  INDEXED BY ERATE-IDX.
               10 WS-ERATE-EFFECTIVE PIC 9(8).
               10 WS-ERATE-CODE      PIC X(8).
               10 WS-ERATE-TAUX      PIC 9V9999.
               10 WS-ERATE-PLAFOND   PIC 9(7)V99.
               10 WS-ERATE-LIBELLE   PIC X(30).
               10 WS-ERATE-AMOUNT    PIC 9(7)V99.
       01  WS-ERATE-TABLE-MAX      PIC 9(2) VALUE 20.
       01  WS-ERATE-FOUND          PIC X.
       01  WS-ERATE-BASE           PIC 9(7)V99.
       01  WS-EMPLOYER-CHARGES     PIC 9(7)V99 VALUE ZERO.
       01  WS-EMPLOYER-COST        PIC 9(7)V99 VALUE ZERO.
       01  WS-EMPLOYER-RUN-TOTAL   PIC 9(11)V99 VALUE ZERO.

      * Part employeur des primes d'assurance du personnel, en
      * pourcentage de la prime (0 = toute la prime retenue sur le
      * net, comportement historique) : non retenue au salarie,
      * elle entre dans le cout employeur.
       01  WS-EMPLOYER-PREMIUM-PCT PIC 9(3) VALUE ZERO.
       01  WS-POLPREM-EMPLOYER     PIC 9(7)V99 VALUE ZERO.
       01  WS-POLPREM-EMP-RUN-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  WS-POLPREM-REMIT-TOTAL  PIC 9(9)V99 VALUE ZERO.

      * Rapport du cout du travail : agences triees par region,
      * sous-total a chaque changement de region puis total general.
       01  WS-LABCOST-LINE         PIC X(132).
       01  WS-LABCOST-REGION       PIC X(26).
       01  WS-LABCOST-FIRST        PIC X.
       01  WS-LABCOST-SUB.
           05 WS-LCSUB-EFFECTIF    PIC 9(5).
           05 WS-LCSUB-BRUT        PIC 9(9)V99.
           05 WS-LCSUB-PATRONAL    PIC 9(9)V99.
           05 WS-LCSUB-ASSUR       PIC 9(9)V99.
       01  WS-LABCOST-GRAND.
           05 WS-LCTOT-EFFECTIF    PIC 9(5).
           05 WS-LCTOT-BRUT        PIC 9(9)V99.
           05 WS-LCTOT-PATRONAL    PIC 9(9)V99.
           05 WS-LCTOT-ASSUR       PIC 9(9)V99.
       01  WS-LC-EFFECTIF          PIC 9(5).
       01  WS-LC-BRUT              PIC 9(9)V99.
       01  WS-LC-PATRONAL          PIC 9(9)V99.
       01  WS-LC-ASSUR             PIC 9(9)V99.
       01  WS-LC-COUT              PIC 9(9)V99.
       01  WS-LC-LABEL             PIC X(30).
       01  WS-LC-BRUT-EDIT         PIC Z(9)9.99.
       01  WS-LC-PATRONAL-EDIT     PIC Z(9)9.99.
       01  WS-LC-ASSUR-EDIT        PIC Z(9)9.99.
       01  WS-LC-COUT-EDIT         PIC Z(9)9.99.
       01  WS-LC-EFFECTIF-EDIT     PIC Z(4)9.

      * Jeux de SMIC datés chargés depuis employee-smic.dat ; le
      * plancher dont la date d'effet est la plus récente sans
      * dépasser la période de paie est retenu. Fichier absent ou
       01  WS-CTREND-ALERT-DAYS    PIC 9(3) VALUE 30.
       01  WS-CTREND-DELTA-DAYS    PIC S9(6).
       01  WS-CTREND-REPLAY        PIC X VALUE 'N'.
       01  WS-PRECAR-ELEMENT       PIC X VALUE 'N'.

      * Prime d'ancienneté de la convention collective : un échelon
      * de 1% du brut par année de service révolue, plafonné à 15
           05 WS-REGION-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-REGION-COUNT
                  INDEXED BY REGION-IDX.
               10 WS-REGION-SOCIETE    PIC X(3).
               10 WS-REGION-NAME       PIC X(26).
               10 WS-REGION-SALARY     PIC 9(9)V99 VALUE ZERO.

      * Sociétés du groupe chargées depuis employee-companies.dat
      * (la première est celle des employés sans code). Les totaux
      * de run de chaque société sont ventilés employé par employé :
      * écart des totaux de run entre le début et la fin de son
      * traitement, ajouté à WS-CO-TOTALS de sa société.
       01  WS-CO-TABLE.
           05 WS-CO-COUNT          PIC 9(2) VALUE ZERO.
           05 WS-CO-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-CO-COUNT
                  INDEXED BY CO-IDX.
               10 WS-CO-CODE       PIC X(3).
               10 WS-CO-NOM        PIC X(30).
               10 WS-CO-SIRET      PIC X(14).
               10 WS-CO-IBAN       PIC X(27).
               10 WS-CO-BIC        PIC X(11).
               10 WS-CO-PREFIXE    PIC X(4).
               10 WS-CO-TOTALS.
                   15 WS-CO-RT     PIC S9(11)V99 OCCURS 13 TIMES.
       01  WS-CO-TABLE-MAX         PIC 9(2) VALUE 20.
       01  WS-CO-TABLE-FULL        PIC X VALUE 'N'.
       01  WS-SOCIETE-EOF          PIC X VALUE 'N'.
      * Société de l'employé en cours (indice dans WS-CO-ENTRY, zéro
      * en run mono-société) ; WS-CO-FILTER et WS-GL-PREFIX portent
      * la société dont on écrit les extraits.
       01  WS-CO-CURRENT           PIC 9(2) VALUE ZERO.
       01  WS-CO-UNKNOWN           PIC X VALUE 'N'.
       01  WS-EMP-SOCIETE          PIC X(3) VALUE SPACES.
       01  WS-CO-FILTER            PIC X(3) VALUE SPACES.
       01  WS-GL-PREFIX            PIC X(4) VALUE SPACES.
       01  WS-CO-WRITING           PIC X VALUE 'N'.
       01  WS-CO-VIR-COUNT         PIC 9(4).
       01  WS-CO-VIR-TOTAL         PIC 9(11)V99.
       01  WS-CO-NET-PRINT         PIC 9(9)V99.

      * Totaux de run vus comme un vecteur, dans l'ordre de
      * COLLECT-RUN-TOTALS : charges salariales déclarées, effectif
      * déclaré, impôt, net à payer, rappels, saisies, primes
      * d'assurance retenues, IJSS, acomptes repris, frais,
      * charges patronales, part employeur des primes.
       01  WS-RUN-TOTALS.
           05 WS-RT-AMOUNT         PIC S9(11)V99 OCCURS 13 TIMES.
       01  WS-RT-START.
           05 WS-RT-BEG            PIC S9(11)V99 OCCURS 13 TIMES.
       01  WS-RT-GROUP             PIC X(169).
       01  WS-RT-I                 PIC 9(2).

       PROCEDURE DIVISION.
           MOVE "employee" TO WS-ALERT-PROGRAM
           MOVE "employee" TO WS-LOCK-PROGRAM
           PERFORM LOAD-RATE-SETS
           PERFORM SELECT-RATE-SET
           PERFORM LOAD-CONTRIB-PROFILES
           PERFORM LOAD-TAX-RATE-TABLE
           PERFORM LOAD-EMPLOYER-RATES
           PERFORM SELECT-EMPLOYER-RATES
           PERFORM LOAD-SMIC-SETS
           PERFORM SELECT-SMIC-FLOOR
           IF WS-RUN-MODE = "SIMULATION"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           PERFORM CHECK-PAYROLL-PERIOD
           OPEN INPUT F-EMPLOYE
           MOVE WS-EMPLOYE-STATUS TO WS-FILESTAT-CODE
           MOVE "fichierclient.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN INPUT F-EMPLOYE" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM LOAD-DEPT-TABLE
           PERFORM LOAD-COMPANY-TABLE
           PERFORM LOAD-LASTDEPT-TABLE
           PERFORM LOAD-YTD-TABLE
           PERFORM LOAD-BANK-TABLE
           PERFORM LOAD-PAYHOLD-TABLE
           PERFORM LOAD-GARN-TABLE
           PERFORM LOAD-CTREND-TABLE
           PERFORM LOAD-POLICY-PREMIUM-DATA
           PERFORM LOAD-SALCHG-TABLE
           PERFORM LOAD-OVERTIME-TABLE
           PERFORM LOAD-VARELEM-TABLE
           PERFORM LOAD-EXPENSE-TABLE
           PERFORM LOAD-ADVANCE-TABLE
           PERFORM LOAD-MEAL-TABLE
           PERFORM LOAD-ALLOC-TABLE
           PERFORM LOAD-SICK-TABLE
           PERFORM LOAD-TERM-TABLE
           PERFORM SET-PRORATA-PERIOD
           IF WS-RUN-MODE = "DELTA"
               PERFORM LOAD-PREV-SNAPSHOT
               PERFORM OPEN-DELTA-REPORT
           MOVE "employee-payslip-archive.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN F-SLIPARC" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
      * Liste des proratises : reprise en ajout comme les bulletins,
      * les lignes des employes deja traites y sont deja.
           IF WS-RESUME-COUNT > ZERO
               OPEN EXTEND F-PRORATA
               IF WS-PRORATA-STATUS = "05" OR WS-PRORATA-STATUS = "35"
                   OPEN OUTPUT F-PRORATA
               END-IF
           ELSE
               OPEN OUTPUT F-PRORATA
           END-IF
           MOVE WS-PRORATA-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-prorata.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN F-PRORATA" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           IF WS-RESUME-COUNT = ZERO
               MOVE SPACES TO WS-PRORATA-LINE
               STRING "SALAIRES PRORATISES periode "
                      WS-PAY-PERIOD-DATE(1:6) " base "
                      WS-PRORATA-BASIS " ("
                      WS-PRORATA-PERIOD-DAYS " j) run "
                      FUNCTION TRIM(WS-RUN-ID)
                      DELIMITED BY SIZE INTO WS-PRORATA-LINE
               WRITE R-PRORATA FROM WS-PRORATA-LINE
           END-IF
           PERFORM PROCESS-RECORDS UNTIL WS-EOF = 'Y'.
           PERFORM REPORT-UNMATCHED-VARIABLES.
           PERFORM REPORT-UNMATCHED-SALCHG.
           PERFORM REPORT-UNMATCHED-OVERTIME.
           PERFORM REPORT-UNMATCHED-EXPENSES
           PERFORM REPORT-UNMATCHED-MEALS.
           PERFORM REPORT-UNMATCHED-SICK-LEAVE.
           MOVE SPACES TO WS-PRORATA-LINE
           STRING "TOTAL " WS-PRORATA-COUNT " employe(s) proratise(s)"
                  DELIMITED BY SIZE INTO WS-PRORATA-LINE
           WRITE R-PRORATA FROM WS-PRORATA-LINE
           CLOSE F-EMPLOYE, F-DEPTEXC, F-PAYSLIP, F-SLIPARC, F-PRORATA.
      * Récapitulatif de conformité SMIC du run.
           IF WS-SMIC-FLOOR > ZERO
               DISPLAY "Controle SMIC (plancher " WS-SMIC-FLOOR
           IF WS-RUN-MODE NOT = "DELTA"
               PERFORM SAVE-GARN-TABLE
           END-IF.
      * Meme raisonnement pour le registre des acomptes, et l'etat
      * des soldes reportes qui en decoule.
           IF WS-RUN-MODE NOT = "DELTA"
               PERFORM SAVE-ADVANCE-TABLE
               PERFORM WRITE-ADVANCE-CARRYOVER
           END-IF.
      * Même consommation que les saisies : un changement de salaire
      * appliqué est retiré du fichier de transactions, sinon le run
      * suivant repaierait les mêmes arriérés.
               PERFORM WRITE-TRANSFER-FILE
               PERFORM WRITE-GARN-REMITTANCE
               PERFORM WRITE-POLPREM-REMITTANCE
               PERFORM WRITE-LABOUR-COST-REPORT
           END-IF.

      * Un run DELTA ne publie rien : sa sortie est le rapport de
               WHEN "CONTRACT_END_ALERT_DAYS"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-CTREND-ALERT-DAYS
               WHEN "SICK_MAINTENANCE_PCT"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-SICK-MAINT-PCT
               WHEN "IJSS_RATE_PCT"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-IJSS-RATE-PCT
               WHEN "IJSS_DAILY_CAP"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-IJSS-DAILY-CAP
               WHEN "PRORATA_BASIS"
                   MOVE FUNCTION TRIM(WS-PARAM-VALUE)
                       TO WS-PRORATA-BASIS
               WHEN "EMPLOYER_PREMIUM_PCT"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-EMPLOYER-PREMIUM-PCT
           END-EVALUATE.

      * Compose rapportclient.txt en document imprimable : chaque
               PERFORM WRITE-PAGE-HEADER
           END-IF

      * Section de clôture : sous-totaux de région puis total ; en
      * run multi-sociétés, le sous-total de chaque société précède
      * ceux de ses régions (montant dans la même colonne).
           IF WS-CO-COUNT = ZERO
               PERFORM WRITE-REGION-SUBTOTALS
           ELSE
               PERFORM VARYING CO-IDX FROM 1 BY 1
                       UNTIL CO-IDX > WS-CO-COUNT
                   MOVE WS-CO-RT(CO-IDX, 4) TO WS-CO-NET-PRINT
                   MOVE SPACES TO TOTAL-SALARY-LINE
                   STRING "Societe " WS-CO-CODE(CO-IDX) SPACE
                          WS-CO-NOM(CO-IDX)(1:22)
                          " - Total salaires :" SPACE
                          WS-CO-NET-PRINT
                          DELIMITED BY SIZE
                          INTO TOTAL-SALARY-LINE
                   WRITE R-CLISOR FROM TOTAL-SALARY-LINE
                   DISPLAY TOTAL-SALARY-LINE
                   MOVE WS-CO-CODE(CO-IDX) TO WS-CO-FILTER
                   PERFORM WRITE-REGION-SUBTOTALS
               END-PERFORM
               MOVE SPACES TO WS-CO-FILTER
           END-IF
           MOVE SPACES TO TOTAL-SALARY-LINE
           STRING "Somme des salaires :" SPACE, WS-TOTAL-SALARY,
                  "€ " DELIMITED BY SIZE
           DISPLAY TOTAL-SALARY-LINE
           CLOSE F-CLISOR.

      * Sous-totaux des régions de la société WS-CO-FILTER (toutes
      * les régions en run mono-société, où la société est à blanc).
       WRITE-REGION-SUBTOTALS.
           PERFORM VARYING REGION-IDX FROM 1 BY 1
                   UNTIL REGION-IDX > WS-REGION-COUNT
               IF WS-REGION-SOCIETE(REGION-IDX) = WS-CO-FILTER
                   MOVE SPACES TO TOTAL-SALARY-LINE
                   STRING "Region " SPACE WS-REGION-NAME(REGION-IDX)
                          " - Total salaires :" SPACE
                          WS-REGION-SALARY(REGION-IDX)
                          DELIMITED BY SIZE
                          INTO TOTAL-SALARY-LINE
                   WRITE R-CLISOR FROM TOTAL-SALARY-LINE
                   DISPLAY TOTAL-SALARY-LINE
               END-IF
           END-PERFORM.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO WS-PAGE-HEADER-LINE
           IF REMPLOYE-SALAIRE IS NOT NUMERIC
               PERFORM WRITE-INVALID-SALARY-EXCEPTION
           ELSE
               PERFORM RESOLVE-EMPLOYEE-COMPANY
               IF WS-CO-UNKNOWN = 'Y'
                   PERFORM WRITE-COMPANY-EXCEPTION
               END-IF
               PERFORM MARK-RUN-TOTALS-START
               MOVE SPACES TO OUT-DEPART
               MOVE SPACES TO OUT-REGION
               MOVE REMPLOYE-ID TO OUT-ID
               MOVE REMPLOYE-AGENCE TO OUT-AGENCE
               MOVE REMPLOYE-SALAIRE TO WS-GROSS-SALARY
               PERFORM APPLY-SALARY-CHANGE
               PERFORM APPLY-PRORATA
               IF WS-PRORATA-APPLIED = 'Y'
                   PERFORM WRITE-PRORATA-LINE
               END-IF
               PERFORM APPLY-SENIORITY-PREMIUM
               PERFORM APPLY-VARIABLE-ELEMENTS
               PERFORM APPLY-OVERTIME-HOURS
               PERFORM APPLY-SICK-LEAVE
               PERFORM CHECK-CONTRACT-END
               PERFORM CHECK-SMIC-FLOOR
               PERFORM COMPUTE-NET-PAY
               PERFORM COMPUTE-EMPLOYER-CHARGES
      * Les cumuls annuels portent le net acquis, avant saisie : la
      * retenue est une affectation du net, pas une baisse du
      * salaire ; l'identité brut = charges + impôt + net du
                   PERFORM ACCUMULATE-YTD
               END-IF
               PERFORM ADD-BACKPAY-TO-NET
               PERFORM ADD-IJSS-TO-NET
               PERFORM APPLY-GARNISHMENT
               PERFORM APPLY-POLICY-PREMIUMS
               PERFORM APPLY-ADVANCE-RECOVERY
               PERFORM APPLY-MEAL-VOUCHER-SHARE
               PERFORM APPLY-EXPENSE-CLAIMS
               PERFORM WRITE-PAYSLIP
               PERFORM PREPARE-TRANSFER-ORDER
               MOVE WS-NET-SALARY TO OUT-SALAIRE
               ADD WS-NET-SALARY TO WS-TOTAL-SALARY
               PERFORM LOOKUP-DEPT
               PERFORM ACCUMULATE-SOC-DECLARATION
               IF DEPT-FOUND = 'Y' OR WS-ALLOC-KEYS > ZERO
                   PERFORM ACCUMULATE-REGION-TOTAL
               END-IF
      * Chaque employé traité entre dans le bloc trié, agence connue
      * ou non (départ/région restent alors à blanc) : le document
      * composé en fin de run est désormais le seul rapport.
               PERFORM ACCUMULATE-COMPANY-TOTALS
               PERFORM STORE-EMPLOYEE-ROW
               PERFORM CHECK-TRANSFER-HISTORY
               ADD 1 TO WS-SUCCESS-WRITES

      * Cumule le salaire net dans le sous-total de la région résolue
      * par LOOKUP-DEPT, en créant l'entrée si c'est la première fois
      * que cette région est rencontrée pour la société de l'employé.
      * Un employé à clés analytiques voit son net réparti entre les
      * régions de ses agences.
       ACCUMULATE-REGION-TOTAL.
           IF WS-ALLOC-KEYS = ZERO
               MOVE OUT-REGION TO WS-SHARE-REGION
               MOVE WS-NET-SALARY TO WS-SHARE-NET
               PERFORM ADD-REGION-SHARE
           ELSE
               MOVE WS-NET-SALARY TO WS-REST-NET
               MOVE ZERO TO WS-ALLOC-SEEN
               PERFORM VARYING ALLOC-IDX FROM 1 BY 1
                       UNTIL ALLOC-IDX > WS-ALLOC-COUNT
                   IF WS-ALLOC-ID(ALLOC-IDX) = REMPLOYE-ID
                       PERFORM SPLIT-REGION-SHARE
                   END-IF
               END-PERFORM
           END-IF.

      * Part du net de la cle ALLOC-IDX, portee a la region de son
      * agence ; la derniere cle recoit le reste.
       SPLIT-REGION-SHARE.
           ADD 1 TO WS-ALLOC-SEEN
           MOVE WS-ALLOC-AGENCE(ALLOC-IDX) TO WS-SHARE-AGENCE
           PERFORM RESOLVE-SHARE-DEPT
           IF WS-ALLOC-SEEN >= WS-ALLOC-KEYS
               MOVE WS-REST-NET TO WS-SHARE-NET
           ELSE
               COMPUTE WS-SHARE-NET ROUNDED =
                   WS-NET-SALARY * WS-ALLOC-PCT(ALLOC-IDX) / 100
               SUBTRACT WS-SHARE-NET FROM WS-REST-NET
           END-IF
           IF WS-SHARE-REGION NOT = SPACES
               PERFORM ADD-REGION-SHARE
           END-IF.

       ADD-REGION-SHARE.
           SET REGION-IDX TO 1
           SEARCH WS-REGION-ENTRY VARYING REGION-IDX
               AT END
                   ELSE
                       ADD 1 TO WS-REGION-COUNT
                       SET REGION-IDX TO WS-REGION-COUNT
                       MOVE WS-EMP-SOCIETE
                           TO WS-REGION-SOCIETE(REGION-IDX)
                       MOVE WS-SHARE-REGION
                           TO WS-REGION-NAME(REGION-IDX)
                       ADD WS-SHARE-NET TO WS-REGION-SALARY(REGION-IDX)
                   END-IF
               WHEN WS-REGION-NAME(REGION-IDX) = WS-SHARE-REGION
                   AND WS-REGION-SOCIETE(REGION-IDX) = WS-EMP-SOCIETE
                   ADD WS-SHARE-NET TO WS-REGION-SALARY(REGION-IDX)
           END-SEARCH.

      * Signale, une seule fois, qu'une nouvelle région ne peut plus
           COMPUTE WS-TAXABLE-SALARY =
               WS-GROSS-SALARY - WS-SOC-CHARGES

      * Taux individuel transmis par l'administration : il remplace
      * le bareme, le facteur du profil de contrat s'appliquant de
      * meme. Sans taux, le bareme progressif sert de bareme neutre.
           PERFORM RESOLVE-WITHHOLDING-RATE

      * Le montant imposé dans chaque tranche est conservé séparément
      * pour le détail du bulletin de paie ; l'impôt total reste la
      * somme des trois tranches, comme avant.
           MOVE ZERO TO WS-TAX-TRANCHE-1
           MOVE ZERO TO WS-TAX-TRANCHE-2
           MOVE ZERO TO WS-TAX-TRANCHE-3
           IF WS-PAS-APPLIED = 'Y'
               COMPUTE WS-INCOME-TAX ROUNDED =
                   WS-TAXABLE-SALARY * WS-PAS-RATE / 100
                   * WS-TAX-FACTOR
           ELSE
               EVALUATE TRUE
                   WHEN WS-TAXABLE-SALARY <= WS-BRACKET-1
                       CONTINUE
                   WHEN WS-TAXABLE-SALARY <= WS-BRACKET-2
                       COMPUTE WS-TAX-TRANCHE-1 ROUNDED =
                           (WS-TAXABLE-SALARY - WS-BRACKET-1)
                           * WS-RATE-1
                   WHEN WS-TAXABLE-SALARY <= WS-BRACKET-3
                       COMPUTE WS-TAX-TRANCHE-1 ROUNDED =
                           (WS-BRACKET-2 - WS-BRACKET-1)
                           * WS-RATE-1
                       COMPUTE WS-TAX-TRANCHE-2 ROUNDED =
                           (WS-TAXABLE-SALARY - WS-BRACKET-2)
                           * WS-RATE-2
                   WHEN OTHER
                       COMPUTE WS-TAX-TRANCHE-1 ROUNDED =
                           (WS-BRACKET-2 - WS-BRACKET-1)
                           * WS-RATE-1
                       COMPUTE WS-TAX-TRANCHE-2 ROUNDED =
                           (WS-BRACKET-3 - WS-BRACKET-2)
                           * WS-RATE-2
                       COMPUTE WS-TAX-TRANCHE-3 ROUNDED =
                           (WS-TAXABLE-SALARY - WS-BRACKET-3)
                           * WS-RATE-3
               END-EVALUATE

      * Le facteur d'impôt du profil s'applique au total calculé
      * (1.000 sans profil : l'impôt reste la somme des tranches).
               COMPUTE WS-INCOME-TAX ROUNDED =
                   (WS-TAX-TRANCHE-1 + WS-TAX-TRANCHE-2
                    + WS-TAX-TRANCHE-3) * WS-TAX-FACTOR
           END-IF

           COMPUTE WS-NET-SALARY =
               WS-TAXABLE-SALARY - WS-INCOME-TAX.
               END-SEARCH
           END-IF.

      * Recherche le taux individuel de l'employe courant.
       RESOLVE-WITHHOLDING-RATE.
           MOVE 'N' TO WS-PAS-APPLIED
           MOVE ZERO TO WS-PAS-RATE
           IF WS-PAS-COUNT > ZERO
               SET PAS-IDX TO 1
               SEARCH WS-PAS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PAS-ID(PAS-IDX) = REMPLOYE-ID
                       MOVE 'Y' TO WS-PAS-APPLIED
                       MOVE WS-PAS-TAUX(PAS-IDX) TO WS-PAS-RATE
               END-SEARCH
           END-IF.

      * Charge le registre des taux individuels : seules les lignes
      * en vigueur a la periode de paie comptent, et pour un meme
      * employe la date d'effet la plus recente l'emporte.
       LOAD-TAX-RATE-TABLE.
           OPEN INPUT F-TAXRATE
           IF WS-TAXRATE-STATUS = "00"
               PERFORM UNTIL WS-PAS-EOF = 'Y'
                   READ F-TAXRATE AT END
                       MOVE 'Y' TO WS-PAS-EOF
                   NOT AT END
                       IF TAXRATE-TAUX IS NUMERIC
                           AND TAXRATE-EFFET IS NUMERIC
                           AND TAXRATE-EFFET <= WS-PAY-PERIOD-DATE
                           PERFORM STORE-TAX-RATE-ENTRY
                       END-IF
               END-PERFORM
               CLOSE F-TAXRATE
           END-IF.

       STORE-TAX-RATE-ENTRY.
           MOVE 'N' TO WS-PAS-FOUND
           IF WS-PAS-COUNT > ZERO
               SET PAS-IDX TO 1
               SEARCH WS-PAS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PAS-ID(PAS-IDX) = TAXRATE-ID
                       MOVE 'Y' TO WS-PAS-FOUND
                       IF TAXRATE-EFFET >= WS-PAS-EFFET(PAS-IDX)
                           MOVE TAXRATE-TAUX TO WS-PAS-TAUX(PAS-IDX)
                           MOVE TAXRATE-EFFET TO WS-PAS-EFFET(PAS-IDX)
                       END-IF
               END-SEARCH
           END-IF
           IF WS-PAS-FOUND = 'N'
               IF WS-PAS-COUNT >= WS-PAS-TABLE-MAX
                   IF WS-PAS-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-PAS-TABLE-FULL
                       DISPLAY "ATTENTION : capacite de "
                           "WS-PAS-ENTRY depassee, taux individuels "
                           "supplementaires ignores"
                   END-IF
               ELSE
                   ADD 1 TO WS-PAS-COUNT
                   SET PAS-IDX TO WS-PAS-COUNT
                   MOVE TAXRATE-ID TO WS-PAS-ID(PAS-IDX)
                   MOVE TAXRATE-TAUX TO WS-PAS-TAUX(PAS-IDX)
                   MOVE TAXRATE-EFFET TO WS-PAS-EFFET(PAS-IDX)
               END-IF
           END-IF.

      * Charge les profils de cotisation ; fichier absent, le taux
      * unique reste en vigueur pour tous les contrats (même repli
      * que LOAD-RATE-SETS).
               CLOSE F-CONTRIB
           END-IF.

      * Charge les cotisations patronales datees ; fichier absent,
      * aucune charge patronale (meme repli que LOAD-RATE-SETS).
       LOAD-EMPLOYER-RATES.
           OPEN INPUT F-EMPRATE
           IF WS-EMPRATE-STATUS = "00"
               PERFORM UNTIL WS-EMPRATE-EOF = 'Y'
                   READ F-EMPRATE AT END
                       MOVE 'Y' TO WS-EMPRATE-EOF
                   NOT AT END
                       IF EMPRATE-CODE = SPACES
                           OR EMPRATE-EFFECTIVE IS NOT NUMERIC
                           OR EMPRATE-TAUX IS NOT NUMERIC
                           OR EMPRATE-PLAFOND IS NOT NUMERIC
                           CONTINUE
                       ELSE
                           IF WS-EMPRATE-COUNT >= WS-EMPRATE-TABLE-MAX
                               DISPLAY "ATTENTION : capacite de "
                                   "WS-EMPRATE-ENTRY depassee, taux "
                                   "patronaux supplementaires ignores"
                           ELSE
                               ADD 1 TO WS-EMPRATE-COUNT
                               SET EMPRATE-IDX TO WS-EMPRATE-COUNT
                               MOVE EMPRATE-EFFECTIVE TO
                                   WS-EMPRATE-EFFECTIVE(EMPRATE-IDX)
                               MOVE EMPRATE-CODE TO
                                   WS-EMPRATE-CODE(EMPRATE-IDX)
                               MOVE EMPRATE-TAUX TO
                                   WS-EMPRATE-TAUX(EMPRATE-IDX)
                               MOVE EMPRATE-PLAFOND TO
                                   WS-EMPRATE-PLAFOND(EMPRATE-IDX)
                               MOVE EMPRATE-LIBELLE TO
                                   WS-EMPRATE-LIBELLE(EMPRATE-IDX)
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE F-EMPRATE
           END-IF.

      * Retient pour chaque code de cotisation la ligne dont la date
      * d'effet est la plus recente sans depasser la date de periode
      * de paie (meme regle que SELECT-RATE-SET) ; un code dont
      * toutes les lignes sont posterieures ne s'applique pas encore.
       SELECT-EMPLOYER-RATES.
           MOVE ZERO TO WS-ERATE-COUNT
           PERFORM VARYING EMPRATE-IDX FROM 1 BY 1
                   UNTIL EMPRATE-IDX > WS-EMPRATE-COUNT
               IF WS-EMPRATE-EFFECTIVE(EMPRATE-IDX)
                       <= WS-PAY-PERIOD-DATE
                   PERFORM RETAIN-EMPLOYER-RATE
               END-IF
           END-PERFORM
           IF WS-ERATE-COUNT > ZERO
               DISPLAY "Cotisations patronales : " WS-ERATE-COUNT
                   " taux en vigueur pour la periode "
                   WS-PAY-PERIOD-DATE
           END-IF.

       RETAIN-EMPLOYER-RATE.
           MOVE 'N' TO WS-ERATE-FOUND
           SET ERATE-IDX TO 1
           SEARCH WS-ERATE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ERATE-CODE(ERATE-IDX)
                   = WS-EMPRATE-CODE(EMPRATE-IDX)
                   MOVE 'Y' TO WS-ERATE-FOUND
           END-SEARCH
           IF WS-ERATE-FOUND = 'N'
               IF WS-ERATE-COUNT >= WS-ERATE-TABLE-MAX
                   DISPLAY "ATTENTION : capacite de WS-ERATE-ENTRY "
                       "depassee, cotisation "
                       WS-EMPRATE-CODE(EMPRATE-IDX) " ignoree"
               ELSE
                   ADD 1 TO WS-ERATE-COUNT
                   SET ERATE-IDX TO WS-ERATE-COUNT
                   MOVE ZERO TO WS-ERATE-EFFECTIVE(ERATE-IDX)
                   MOVE 'Y' TO WS-ERATE-FOUND
               END-IF
           END-IF
           IF WS-ERATE-FOUND = 'Y'
               AND WS-EMPRATE-EFFECTIVE(EMPRATE-IDX)
                   >= WS-ERATE-EFFECTIVE(ERATE-IDX)
               MOVE WS-EMPRATE-EFFECTIVE(EMPRATE-IDX)
                   TO WS-ERATE-EFFECTIVE(ERATE-IDX)
               MOVE WS-EMPRATE-CODE(EMPRATE-IDX)
                   TO WS-ERATE-CODE(ERATE-IDX)
               MOVE WS-EMPRATE-TAUX(EMPRATE-IDX)
                   TO WS-ERATE-TAUX(ERATE-IDX)
               MOVE WS-EMPRATE-PLAFOND(EMPRATE-IDX)
                   TO WS-ERATE-PLAFOND(ERATE-IDX)
               MOVE WS-EMPRATE-LIBELLE(EMPRATE-IDX)
                   TO WS-ERATE-LIBELLE(ERATE-IDX)
           END-IF.

      * Charges patronales de l'employe courant : chaque taux en
      * vigueur s'applique au brut, borne a son plafond quand il en
      * a un. A la charge de l'entreprise, elles ne touchent pas le
      * net ; elles alimentent le bulletin, l'extrait comptable et
      * le cout du travail.
       COMPUTE-EMPLOYER-CHARGES.
           MOVE ZERO TO WS-EMPLOYER-CHARGES
           PERFORM VARYING ERATE-IDX FROM 1 BY 1
                   UNTIL ERATE-IDX > WS-ERATE-COUNT
               MOVE WS-GROSS-SALARY TO WS-ERATE-BASE
               IF WS-ERATE-PLAFOND(ERATE-IDX) > ZERO
                   AND WS-ERATE-BASE > WS-ERATE-PLAFOND(ERATE-IDX)
                   MOVE WS-ERATE-PLAFOND(ERATE-IDX) TO WS-ERATE-BASE
               END-IF
               COMPUTE WS-ERATE-AMOUNT(ERATE-IDX) ROUNDED =
                   WS-ERATE-BASE * WS-ERATE-TAUX(ERATE-IDX)
               ADD WS-ERATE-AMOUNT(ERATE-IDX) TO WS-EMPLOYER-CHARGES
           END-PERFORM
           ADD WS-EMPLOYER-CHARGES TO WS-EMPLOYER-RUN-TOTAL.

      * Écrit le bloc bulletin de paie de l'employé courant : tout ce
      * que COMPUTE-NET-PAY vient de calculer, au lieu de ne conserver
      * que le net dans rapportclient.txt.
           STRING "Salaire brut            : " WS-SLIP-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
           PERFORM WRITE-PAYSLIP-LINE
      * Entree ou sortie dans la periode : base au prorata des jours
      * sous contrat, convention de decompte rappelee.
           IF WS-PRORATA-APPLIED = 'Y'
               MOVE WS-PRORATA-BASE TO WS-SLIP-AMOUNT-EDIT
               MOVE SPACES TO WS-PAYSLIP-LINE
               STRING "  base prorata sur      : " WS-SLIP-AMOUNT-EDIT
                      " (" WS-PRORATA-DAYS "/" WS-PRORATA-PERIOD-DAYS
                      " j " FUNCTION TRIM(WS-PRORATA-BASIS) ")"
                      DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
           IF WS-SENIORITY-PREMIUM > ZERO
               MOVE WS-SENIORITY-PREMIUM TO WS-SLIP-AMOUNT-EDIT
               MOVE SPACES TO WS-PAYSLIP-LINE
                      DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
      * Arret maladie : absence deduite au jour calendaire et
      * complement de maintien a la charge de l'employeur.
           IF WS-SICK-ABS-DAYS > ZERO
               COMPUTE WS-VARELEM-EDIT = ZERO - WS-SICK-ABSENCE
               MOVE SPACES TO WS-PAYSLIP-LINE
               STRING "  dont absence maladie  : " WS-VARELEM-EDIT
                      " (" WS-SICK-ABS-DAYS " j)"
                      DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE
               MOVE WS-SICK-COMPLEMENT TO WS-SLIP-AMOUNT-EDIT
               MOVE SPACES TO WS-PAYSLIP-LINE
               STRING "  dont maintien salaire : " WS-SLIP-AMOUNT-EDIT
                      " (" WS-SICK-IJSS-DAYS " j indemnises)"
                      DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
      * Détail des éléments variables du mois appliqués au brut.
           PERFORM VARYING VARELEM-IDX FROM 1 BY 1
                   UNTIL VARELEM-IDX > WS-VARELEM-COUNT
           STRING "Charges sociales        : " WS-SLIP-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
           PERFORM WRITE-PAYSLIP-LINE
           IF WS-PAS-APPLIED = 'Y'
               MOVE WS-PAS-RATE TO WS-PAS-RATE-EDIT
               MOVE WS-INCOME-TAX TO WS-SLIP-AMOUNT-EDIT
               MOVE SPACES TO WS-PAYSLIP-LINE
               STRING "Impot taux indiv. " WS-PAS-RATE-EDIT "%: "
                      WS-SLIP-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE
           ELSE
               MOVE WS-TAX-TRANCHE-1 TO WS-SLIP-AMOUNT-EDIT
               MOVE SPACES TO WS-PAYSLIP-LINE
               STRING "Impot tranche 1         : " WS-SLIP-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE
               MOVE WS-TAX-TRANCHE-2 TO WS-SLIP-AMOUNT-EDIT
               MOVE SPACES TO WS-PAYSLIP-LINE
               STRING "Impot tranche 2         : " WS-SLIP-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE
               MOVE WS-TAX-TRANCHE-3 TO WS-SLIP-AMOUNT-EDIT
               MOVE SPACES TO WS-PAYSLIP-LINE
               STRING "Impot tranche 3         : " WS-SLIP-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
      * Rappel de salaire des périodes repayées sous l'effet d'un
      * changement de salaire daté, ajouté au net de la période.
           IF WS-BACKPAY-AMOUNT NOT = ZERO
                      DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
      * IJSS percues par l'employeur en subrogation, reversees avec
      * le net (hors brut, hors cotisations).
           IF WS-SICK-IJSS > ZERO
               MOVE WS-SICK-IJSS TO WS-SLIP-AMOUNT-EDIT
               MOVE SPACES TO WS-PAYSLIP-LINE
               STRING "IJSS subrogees          : " WS-SLIP-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
           MOVE WS-GARN-NET-AVANT TO WS-SLIP-AMOUNT-EDIT
           MOVE SPACES TO WS-PAYSLIP-LINE
           STRING "Salaire net             : " WS-SLIP-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
      * Reprise de l'acompte de mi-mois : retenue sur le net,
      * l'eventuel reste est reporte au mois suivant.
           IF WS-ADVANCE-AMOUNT > ZERO
               MOVE WS-ADVANCE-AMOUNT TO WS-SLIP-AMOUNT-EDIT
               MOVE SPACES TO WS-PAYSLIP-LINE
               STRING "Reprise acompte         : " WS-SLIP-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
           IF WS-MEAL-AMOUNT > ZERO
               MOVE WS-MEAL-AMOUNT TO WS-SLIP-AMOUNT-EDIT
               MOVE SPACES TO WS-PAYSLIP-LINE
               STRING "Titres-restaurant (" WS-MEAL-VOUCHERS ")  : "
                      WS-SLIP-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
      * Remboursement des notes de frais liquidees : non imposable,
      * hors brut, ajoute au net vire.
           IF WS-EXPENSE-AMOUNT > ZERO
               MOVE WS-EXPENSE-AMOUNT TO WS-SLIP-AMOUNT-EDIT
               MOVE SPACES TO WS-PAYSLIP-LINE
               STRING "Remboursement frais     : " WS-SLIP-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
           IF WS-GARN-AMOUNT > ZERO OR WS-POLPREM-AMOUNT > ZERO
               OR WS-EXPENSE-AMOUNT > ZERO OR WS-ADVANCE-AMOUNT > ZERO
               OR WS-MEAL-AMOUNT > ZERO
               MOVE WS-NET-SALARY TO WS-SLIP-AMOUNT-EDIT
               MOVE SPACES TO WS-PAYSLIP-LINE
               STRING "Net a payer             : " WS-SLIP-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
      * Cotisations a la charge de l'employeur, pour information :
      * detail par code, part employeur des primes d'assurance et
      * cout total de l'employe pour l'entreprise.
           IF WS-ERATE-COUNT > ZERO OR WS-POLPREM-EMPLOYER > ZERO
               PERFORM VARYING ERATE-IDX FROM 1 BY 1
                       UNTIL ERATE-IDX > WS-ERATE-COUNT
                   MOVE WS-ERATE-AMOUNT(ERATE-IDX)
                       TO WS-SLIP-AMOUNT-EDIT
                   MOVE SPACES TO WS-PAYSLIP-LINE
                   STRING "Patronal " WS-ERATE-CODE(ERATE-IDX)
                          "       : " WS-SLIP-AMOUNT-EDIT
                          " " WS-ERATE-LIBELLE(ERATE-IDX)
                          DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
                   PERFORM WRITE-PAYSLIP-LINE
               END-PERFORM
               IF WS-POLPREM-EMPLOYER > ZERO
                   MOVE WS-POLPREM-EMPLOYER TO WS-SLIP-AMOUNT-EDIT
                   MOVE SPACES TO WS-PAYSLIP-LINE
                   STRING "Assurance part employeur: "
                          WS-SLIP-AMOUNT-EDIT
                          DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
                   PERFORM WRITE-PAYSLIP-LINE
               END-IF
               COMPUTE WS-EMPLOYER-COST = WS-GROSS-SALARY
                   + WS-EMPLOYER-CHARGES + WS-POLPREM-EMPLOYER
               MOVE WS-EMPLOYER-COST TO WS-SLIP-AMOUNT-EDIT
               MOVE SPACES TO WS-PAYSLIP-LINE
               STRING "Cout employeur          : " WS-SLIP-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO WS-PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF.

      * Ecrit la ligne courante du bulletin a la fois dans
           CLOSE F-PREV.

      * Cumule les charges sociales de l'employé courant dans l'entrée
      * de son agence pour sa société, en la créant à la première
      * rencontre (même
      * mécanique SEARCH/AT END que ACCUMULATE-REGION-TOTAL). Un
      * employé à clés analytiques est réparti entre ses agences.
       ACCUMULATE-SOC-DECLARATION.
           ADD WS-SOC-CHARGES TO WS-SOCDECL-TOTAL
           ADD 1 TO WS-SOCDECL-HEADCOUNT
           ADD WS-INCOME-TAX TO WS-GL-TAX-TOTAL
           PERFORM FIND-EMPLOYEE-ALLOCATION
           IF WS-ALLOC-KEYS = ZERO
               MOVE OUT-AGENCE TO WS-SHARE-AGENCE
               MOVE OUT-DEPART TO WS-SHARE-DEPART
               MOVE OUT-REGION TO WS-SHARE-REGION
               MOVE 1 TO WS-SHARE-EFFECTIF
               MOVE WS-SOC-CHARGES TO WS-SHARE-CHARGES
               MOVE WS-GROSS-SALARY TO WS-SHARE-BRUT
               MOVE WS-EMPLOYER-CHARGES TO WS-SHARE-PATRONAL
               MOVE WS-POLPREM-EMPLOYER TO WS-SHARE-ASSUR
               PERFORM ADD-SOCDECL-SHARE
           ELSE
               MOVE WS-SOC-CHARGES TO WS-REST-CHARGES
               MOVE WS-GROSS-SALARY TO WS-REST-BRUT
               MOVE WS-EMPLOYER-CHARGES TO WS-REST-PATRONAL
               MOVE WS-POLPREM-EMPLOYER TO WS-REST-ASSUR
               MOVE ZERO TO WS-ALLOC-SEEN
               PERFORM VARYING ALLOC-IDX FROM 1 BY 1
                       UNTIL ALLOC-IDX > WS-ALLOC-COUNT
                   IF WS-ALLOC-ID(ALLOC-IDX) = REMPLOYE-ID
                       PERFORM SPLIT-SOCDECL-SHARE
                   END-IF
               END-PERFORM
           END-IF.

      * Part de la cle ALLOC-IDX dans les montants de l'employe.
       SPLIT-SOCDECL-SHARE.
           ADD 1 TO WS-ALLOC-SEEN
           MOVE WS-ALLOC-AGENCE(ALLOC-IDX) TO WS-SHARE-AGENCE
           PERFORM RESOLVE-SHARE-DEPT
           IF WS-SHARE-AGENCE = WS-ALLOC-HEAD-AGENCE
               MOVE 1 TO WS-SHARE-EFFECTIF
           ELSE
               MOVE ZERO TO WS-SHARE-EFFECTIF
           END-IF
           IF WS-ALLOC-SEEN >= WS-ALLOC-KEYS
               MOVE WS-REST-CHARGES TO WS-SHARE-CHARGES
               MOVE WS-REST-BRUT TO WS-SHARE-BRUT
               MOVE WS-REST-PATRONAL TO WS-SHARE-PATRONAL
               MOVE WS-REST-ASSUR TO WS-SHARE-ASSUR
           ELSE
               COMPUTE WS-SHARE-CHARGES ROUNDED =
                   WS-SOC-CHARGES * WS-ALLOC-PCT(ALLOC-IDX) / 100
               COMPUTE WS-SHARE-BRUT ROUNDED =
                   WS-GROSS-SALARY * WS-ALLOC-PCT(ALLOC-IDX) / 100
               COMPUTE WS-SHARE-PATRONAL ROUNDED =
                   WS-EMPLOYER-CHARGES * WS-ALLOC-PCT(ALLOC-IDX) / 100
               COMPUTE WS-SHARE-ASSUR ROUNDED =
                   WS-POLPREM-EMPLOYER * WS-ALLOC-PCT(ALLOC-IDX) / 100
               SUBTRACT WS-SHARE-CHARGES FROM WS-REST-CHARGES
               SUBTRACT WS-SHARE-BRUT FROM WS-REST-BRUT
               SUBTRACT WS-SHARE-PATRONAL FROM WS-REST-PATRONAL
               SUBTRACT WS-SHARE-ASSUR FROM WS-REST-ASSUR
           END-IF
           PERFORM ADD-SOCDECL-SHARE.

      * Departement et region de l'agence WS-SHARE-AGENCE (blancs si
      * elle manque a la table des departements).
       RESOLVE-SHARE-DEPT.
           MOVE SPACES TO WS-SHARE-DEPART
           MOVE SPACES TO WS-SHARE-REGION
           SET DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY VARYING DEPT-IDX
               AT END
                   CONTINUE
               WHEN WS-DEPT-ID(DEPT-IDX) = WS-SHARE-AGENCE
                   MOVE WS-DEPT-DEP(DEPT-IDX) TO WS-SHARE-DEPART
                   MOVE WS-DEPT-REGION(DEPT-IDX) TO WS-SHARE-REGION
           END-SEARCH.

      * Cumule la part WS-SHARE-* dans la ligne de son agence, creee
      * a la premiere rencontre pour la societe de l'employe.
       ADD-SOCDECL-SHARE.
           SET SOCDECL-IDX TO 1
           SEARCH WS-SOCDECL-ENTRY
               AT END
                   IF WS-SOCDECL-COUNT >= WS-SOCDECL-TABLE-MAX
                       PERFORM WRITE-SOCDECL-CAPACITY-WARNING
                   ELSE
                       ADD 1 TO WS-SOCDECL-COUNT
                       SET SOCDECL-IDX TO WS-SOCDECL-COUNT
                       MOVE WS-EMP-SOCIETE TO
                           WS-SOCDECL-SOCIETE(SOCDECL-IDX)
                       MOVE WS-SHARE-AGENCE TO
                           WS-SOCDECL-AGENCE(SOCDECL-IDX)
                       MOVE WS-SHARE-DEPART TO
                           WS-SOCDECL-DEPART(SOCDECL-IDX)
                       MOVE WS-SHARE-REGION TO
                           WS-SOCDECL-REGION(SOCDECL-IDX)
                       MOVE WS-SHARE-EFFECTIF TO
                           WS-SOCDECL-EFFECTIF(SOCDECL-IDX)
                       MOVE WS-SHARE-CHARGES TO
                           WS-SOCDECL-CHARGES(SOCDECL-IDX)
                       MOVE WS-SHARE-BRUT TO
                           WS-SOCDECL-BRUT(SOCDECL-IDX)
                       MOVE WS-SHARE-PATRONAL TO
                           WS-SOCDECL-PATRONAL(SOCDECL-IDX)
                       MOVE WS-SHARE-ASSUR TO
                           WS-SOCDECL-ASSUR(SOCDECL-IDX)
                   END-IF
               WHEN WS-SOCDECL-AGENCE(SOCDECL-IDX) = WS-SHARE-AGENCE
                   AND WS-SOCDECL-SOCIETE(SOCDECL-IDX) = WS-EMP-SOCIETE
                   ADD WS-SHARE-EFFECTIF TO
                       WS-SOCDECL-EFFECTIF(SOCDECL-IDX)
                   ADD WS-SHARE-CHARGES TO
                       WS-SOCDECL-CHARGES(SOCDECL-IDX)
                   ADD WS-SHARE-BRUT TO
                       WS-SOCDECL-BRUT(SOCDECL-IDX)
                   ADD WS-SHARE-PATRONAL TO
                       WS-SOCDECL-PATRONAL(SOCDECL-IDX)
                   ADD WS-SHARE-ASSUR TO
                       WS-SOCDECL-ASSUR(SOCDECL-IDX)
           END-SEARCH.

      * Nombre de cles de l'employe courant et agence qui porte sa
      * tete dans l'effectif.
       FIND-EMPLOYEE-ALLOCATION.
           MOVE ZERO TO WS-ALLOC-KEYS
           MOVE SPACES TO WS-ALLOC-HEAD-AGENCE
           PERFORM VARYING ALLOC-IDX FROM 1 BY 1
                   UNTIL ALLOC-IDX > WS-ALLOC-COUNT
               IF WS-ALLOC-ID(ALLOC-IDX) = REMPLOYE-ID
                   ADD 1 TO WS-ALLOC-KEYS
                   IF WS-ALLOC-KEYS = 1
                       OR WS-ALLOC-AGENCE(ALLOC-IDX) = REMPLOYE-AGENCE
                       MOVE WS-ALLOC-AGENCE(ALLOC-IDX)
                           TO WS-ALLOC-HEAD-AGENCE
                   END-IF
               END-IF
           END-PERFORM.

      * Signale, une seule fois, qu'une nouvelle agence ne peut plus
      * entrer dans WS-SOCDECL-ENTRY faute de place : ses charges
      * restent dans le total général mais sans ligne propre.
           END-IF.

      * Écrit l'extrait déclaratif : une ligne fixe par agence puis la
      * ligne de total général, réécrit en entier à chaque run. En
      * run multi-sociétés, l'extrait consolidé reste celui du groupe
      * et chaque société a en plus sa propre déclaration.
       WRITE-SOC-DECLARATION.
           OPEN OUTPUT F-SOCDECL
           MOVE WS-SOCDECL-STATUS TO WS-FILESTAT-CODE
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING SOCDECL-IDX FROM 1 BY 1
                   UNTIL SOCDECL-IDX > WS-SOCDECL-COUNT
               PERFORM BUILD-SOCDECL-LINE
               WRITE R-SOCDECL
           END-PERFORM
           MOVE SPACES TO R-SOCDECL
           MOVE WS-SOCDECL-HEADCOUNT TO SOCDECL-EFFECTIF
           MOVE WS-SOCDECL-TOTAL TO SOCDECL-CHARGES
           WRITE R-SOCDECL
           PERFORM VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > WS-CO-COUNT
               PERFORM WRITE-COMPANY-DECLARATION
           END-PERFORM
           CLOSE F-SOCDECL
           MOVE "employee-soc-declaration.txt" TO WS-OUTB-FILENAME
           MOVE "URSSAF" TO WS-OUTB-DESTINATION
           MOVE WS-SOCDECL-TOTAL TO WS-OUTB-AMOUNT
           PERFORM REGISTER-EMPLOYEE-OUTBOUND.

      * Inscrit au registre des fichiers sortants le fichier
      * WS-OUTB-FILENAME que vient de fermer le run (OUTBWRT.cpy).
       REGISTER-EMPLOYEE-OUTBOUND.
           MOVE "employee" TO WS-OUTB-PROGRAM
           PERFORM REGISTER-OUTBOUND-FILE.

      * Met en forme dans R-SOCDECL la ligne de l'agence SOCDECL-IDX.
       BUILD-SOCDECL-LINE.
           MOVE SPACES TO R-SOCDECL
           MOVE WS-SOCDECL-AGENCE(SOCDECL-IDX) TO SOCDECL-AGENCE
           MOVE WS-SOCDECL-DEPART(SOCDECL-IDX) TO SOCDECL-DEPART
           MOVE WS-SOCDECL-REGION(SOCDECL-IDX) TO SOCDECL-REGION
           MOVE WS-SOCDECL-EFFECTIF(SOCDECL-IDX) TO SOCDECL-EFFECTIF
           MOVE WS-SOCDECL-CHARGES(SOCDECL-IDX) TO SOCDECL-CHARGES.

      * Déclaration de la société CO-IDX dans
      * employee-soc-declaration-<code>.txt : en-tête HDR (code,
      * SIRET, raison sociale), ses agences, puis son total sur une
      * ligne "***" comme l'extrait consolidé.
       WRITE-COMPANY-DECLARATION.
           MOVE SPACES TO WS-COOUT-FILENAME
           STRING "employee-soc-declaration-" DELIMITED BY SIZE
                  WS-CO-CODE(CO-IDX) DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-COOUT-FILENAME
           OPEN OUTPUT F-COOUT
           MOVE WS-COOUT-STATUS TO WS-FILESTAT-CODE
           MOVE WS-COOUT-FILENAME TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-COOUT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO R-COOUT
           STRING "HDR " WS-CO-CODE(CO-IDX) SPACE
                  WS-CO-SIRET(CO-IDX) SPACE WS-CO-NOM(CO-IDX)
                  DELIMITED BY SIZE INTO R-COOUT
           WRITE R-COOUT
           PERFORM VARYING SOCDECL-IDX FROM 1 BY 1
                   UNTIL SOCDECL-IDX > WS-SOCDECL-COUNT
               IF WS-SOCDECL-SOCIETE(SOCDECL-IDX) = WS-CO-CODE(CO-IDX)
                   PERFORM BUILD-SOCDECL-LINE
                   WRITE R-COOUT FROM R-SOCDECL
               END-IF
           END-PERFORM
           MOVE SPACES TO R-SOCDECL
           MOVE "***" TO SOCDECL-AGENCE
           MOVE "TOTAL SOCIETE" TO SOCDECL-DEPART
           MOVE WS-CO-RT(CO-IDX, 2) TO SOCDECL-EFFECTIF
           MOVE WS-CO-RT(CO-IDX, 1) TO SOCDECL-CHARGES
           WRITE R-COOUT FROM R-SOCDECL
           CLOSE F-COOUT
           MOVE WS-COOUT-FILENAME TO WS-OUTB-FILENAME
           MOVE "URSSAF" TO WS-OUTB-DESTINATION
           MOVE WS-CO-RT(CO-IDX, 1) TO WS-OUTB-AMOUNT
           PERFORM REGISTER-EMPLOYEE-OUTBOUND.

      * Charge les éléments variables du mois ; fichier absent = mois
      * sans élément variable, le brut reste le salaire de base
               CLOSE F-BANK
           END-IF.

      * Suspensions du controle anti-fraude : seules les entrees
      * SUSPENS retiennent le virement, les LEVEE sont ignorees.
       LOAD-PAYHOLD-TABLE.
           OPEN INPUT F-PAYHOLD
           IF WS-PAYHOLD-STATUS = "00"
               PERFORM UNTIL WS-PAYHOLD-EOF = 'Y'
                   READ F-PAYHOLD AT END
                       MOVE 'Y' TO WS-PAYHOLD-EOF
                   NOT AT END
                       IF PAYHOLD-STATUT = "SUSPENS"
                           AND WS-PAYHOLD-COUNT < WS-PAYHOLD-TABLE-MAX
                           ADD 1 TO WS-PAYHOLD-COUNT
                           SET PAYHOLD-IDX TO WS-PAYHOLD-COUNT
                           MOVE PAYHOLD-ID TO WS-PAYHOLD-ID(PAYHOLD-IDX)
                           MOVE PAYHOLD-SCORE
                               TO WS-PAYHOLD-SCORE(PAYHOLD-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-PAYHOLD
           END-IF.

      * Charge les jeux de SMIC datés ; fichier absent, le contrôle
      * reste inactif (même repli que LOAD-RATE-SETS).
       LOAD-SMIC-SETS.
       CHECK-SMIC-FLOOR.
           IF WS-SMIC-FLOOR > ZERO
               ADD 1 TO WS-SMIC-CHECKED
               IF WS-GROSS-SALARY < WS-SMIC-FLOOR-EFF
                   ADD 1 TO WS-SMIC-VIOLATIONS
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   STRING "SMIC_NON_RESPECTE employe: " REMPLOYE-ID
                          SPACE REMPLOYE-NOM
                          " brut: " WS-GROSS-SALARY
                          " plancher: " WS-SMIC-FLOOR-EFF
                          DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
                   WRITE R-DEPTEXC FROM WS-EXCEPTION-LINE
                   MOVE SPACES TO WS-ALERT-CONDITION
       CHECK-SMIC-QUIET.
           IF WS-SMIC-FLOOR > ZERO
               ADD 1 TO WS-SMIC-CHECKED
               IF WS-GROSS-SALARY < WS-SMIC-FLOOR-EFF
                   ADD 1 TO WS-SMIC-VIOLATIONS
               END-IF
           END-IF.
           END-IF.

       CHECK-ONE-CONTRACT-END.
      * Un element PRECAR pose par le solde de tout compte
      * (empsettle) porte deja l'indemnite : pas de second calcul.
           MOVE 'N' TO WS-PRECAR-ELEMENT
           PERFORM VARYING VARELEM-IDX FROM 1 BY 1
                   UNTIL VARELEM-IDX > WS-VARELEM-COUNT
               IF WS-VARELEM-ID(VARELEM-IDX) = REMPLOYE-ID
                   AND WS-VARELEM-CODE(VARELEM-IDX) = "PRECAR"
                   MOVE 'Y' TO WS-PRECAR-ELEMENT
               END-IF
           END-PERFORM
           IF WS-CTREND-FIN(CTREND-IDX)(1:6)
               = WS-PAY-PERIOD-DATE(1:6)
               AND WS-PRECAR-ELEMENT = 'N'
               COMPUTE WS-PRECARITY-AMOUNT ROUNDED =
                   WS-GROSS-SALARY * WS-PRECARITY-RATE
               ADD WS-PRECARITY-AMOUNT TO WS-GROSS-SALARY
                   AND WS-SALCHG-EFFECTIVE(SALCHG-IDX)
                       <= WS-PAY-PERIOD-DATE
                   MOVE 'Y' TO WS-SALCHG-MATCHED(SALCHG-IDX)
                   MOVE WS-GROSS-SALARY
                       TO WS-SALCHG-ANCIEN(SALCHG-IDX)
                   PERFORM COMPUTE-BACKPAY
                   MOVE WS-SALCHG-SALAIRE(SALCHG-IDX)
                       TO WS-GROSS-SALARY
      * ou d'identifiant inconnu restent en place.
       SAVE-SALCHG-TABLE.
           IF WS-SALCHG-COUNT > ZERO
               PERFORM APPEND-SALARY-HISTORY
               OPEN OUTPUT F-SALCHG
               MOVE WS-SALCHG-STATUS TO WS-FILESTAT-CODE
               MOVE "employee-salary-changes.txt"
               CLOSE F-SALCHG
           END-IF.

      * Ajoute à l'historique des salaires les changements appliqués
      * par ce run (ceux que SAVE-SALCHG-TABLE retire du fichier).
       APPEND-SALARY-HISTORY.
           OPEN EXTEND F-SALHIST
           IF WS-SALHIST-STATUS = "05" OR WS-SALHIST-STATUS = "35"
               OPEN OUTPUT F-SALHIST
           END-IF
           MOVE WS-SALHIST-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-salary-history.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN F-SALHIST" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           PERFORM VARYING SALCHG-IDX FROM 1 BY 1
                   UNTIL SALCHG-IDX > WS-SALCHG-COUNT
               IF WS-SALCHG-MATCHED(SALCHG-IDX) = 'Y'
                   MOVE SPACES TO R-SALHIST
                   MOVE WS-SALCHG-ID(SALCHG-IDX) TO SALHIST-ID
                   MOVE WS-SALCHG-ANCIEN(SALCHG-IDX) TO SALHIST-ANCIEN
                   MOVE WS-SALCHG-SALAIRE(SALCHG-IDX)
                       TO SALHIST-NOUVEAU
                   MOVE WS-SALCHG-EFFECTIVE(SALCHG-IDX)
                       TO SALHIST-EFFET
                   MOVE "SALCHG" TO SALHIST-ORIGINE
                   WRITE R-SALHIST
               END-IF
           END-PERFORM
           CLOSE F-SALHIST.

      * Charge les saisies sur salaire au démarrage ; fichier absent
      * = aucun employé saisi, la paie est inchangée.
       LOAD-GARN-TABLE.
      * ou non convertible, la retenue se suspend d'elle-même. Un
      * net insuffisant reporte toute la retenue du mois (exception
      * RETENUE_PRIME_REPORTEE) plutôt que d'amputer partiellement.
      * La part employeur (EMPLOYER_PREMIUM_PCT de la prime) n'est
      * pas retenue : elle suit le sort de la retenue du mois.
       APPLY-POLICY-PREMIUMS.
           MOVE ZERO TO WS-POLPREM-AMOUNT
           MOVE ZERO TO WS-POLPREM-EMPLOYER
           IF WS-POLPREM-ACTIVE = 'Y'
               PERFORM VARYING PLK-IDX FROM 1 BY 1
                       UNTIL PLK-IDX > WS-PLK-COUNT
                   END-IF
               END-PERFORM
               IF WS-POLPREM-AMOUNT > ZERO
                   COMPUTE WS-POLPREM-EMPLOYER ROUNDED =
                       WS-POLPREM-AMOUNT * WS-EMPLOYER-PREMIUM-PCT
                       / 100
                   SUBTRACT WS-POLPREM-EMPLOYER FROM WS-POLPREM-AMOUNT
                   IF WS-POLPREM-AMOUNT > WS-NET-SALARY
                       MOVE SPACES TO WS-EXCEPTION-LINE
                       STRING "RETENUE_PRIME_REPORTEE employe: "
                              INTO WS-EXCEPTION-LINE
                       WRITE R-DEPTEXC FROM WS-EXCEPTION-LINE
                       MOVE ZERO TO WS-POLPREM-AMOUNT
                       MOVE ZERO TO WS-POLPREM-EMPLOYER
                   ELSE
                       SUBTRACT WS-POLPREM-AMOUNT
                           FROM WS-NET-SALARY
                       ADD WS-POLPREM-AMOUNT
                           TO WS-POLPREM-RUN-TOTAL
                       ADD WS-POLPREM-EMPLOYER
                           TO WS-POLPREM-EMP-RUN-TOTAL
                       PERFORM VARYING PLK-IDX FROM 1 BY 1
                               UNTIL PLK-IDX > WS-PLK-COUNT
                           IF WS-PLK-EMPLOYE(PLK-IDX)
                       TO WS-POLCUM-TOTAL(POLCUM-IDX)
           END-SEARCH.

      * Charge les notes de frais payables de la periode courante ;
      * fichier absent = aucun remboursement. Les lignes d'une autre
      * periode (fichier non regenere par empexpense) sont ignorees.
       LOAD-EXPENSE-TABLE.
           OPEN INPUT F-EXPENSE
           IF WS-EXPENSE-STATUS = "00"
               PERFORM UNTIL WS-EXP-EOF = 'Y'
                   READ F-EXPENSE AT END
                       MOVE 'Y' TO WS-EXP-EOF
                   NOT AT END
                       IF EXPENSE-PERIODE IS NUMERIC
                           AND EXPENSE-MONTANT IS NUMERIC
                           AND EXPENSE-PERIODE
                               = FUNCTION NUMVAL(
                                   WS-PAY-PERIOD-DATE(1:6))
                           PERFORM STORE-EXPENSE-ENTRY
                       END-IF
               END-PERFORM
               CLOSE F-EXPENSE
           END-IF.

       STORE-EXPENSE-ENTRY.
           IF WS-EXP-COUNT >= WS-EXP-TABLE-MAX
               IF WS-EXP-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-EXP-TABLE-FULL
                   MOVE "CAPACITE WS-EXP-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   MOVE "W" TO WS-ALERT-SEVERITY
                   PERFORM WRITE-OPERATIONAL-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-EXP-COUNT
               SET EXP-IDX TO WS-EXP-COUNT
               MOVE EXPENSE-ID TO WS-EXP-ID(EXP-IDX)
               MOVE EXPENSE-NUMERO TO WS-EXP-NUMERO(EXP-IDX)
               MOVE EXPENSE-MONTANT TO WS-EXP-MONTANT(EXP-IDX)
               MOVE 'N' TO WS-EXP-MATCHED(EXP-IDX)
           END-IF.

      * Rembourse les notes de frais de l'employe courant : ajoutees
      * au net apres les retenues (jamais saisissables ni soumises a
      * cotisation), cumulees pour l'ecriture 625100. A appeler apres
      * APPLY-POLICY-PREMIUMS et avant WRITE-PAYSLIP.
       APPLY-EXPENSE-CLAIMS.
           MOVE ZERO TO WS-EXPENSE-AMOUNT
           PERFORM VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > WS-EXP-COUNT
               IF WS-EXP-ID(EXP-IDX) = REMPLOYE-ID
                   ADD WS-EXP-MONTANT(EXP-IDX) TO WS-EXPENSE-AMOUNT
                   MOVE 'Y' TO WS-EXP-MATCHED(EXP-IDX)
               END-IF
           END-PERFORM
           IF WS-EXPENSE-AMOUNT > ZERO
               ADD WS-EXPENSE-AMOUNT TO WS-NET-SALARY
               ADD WS-EXPENSE-AMOUNT TO WS-EXPENSE-RUN-TOTAL
           END-IF.

      * Charge la part salariale des titres-restaurant de la
      * periode courante ; fichier absent = aucune retenue. Les
      * lignes d'une autre periode (fichier non regenere par
      * empmeal) sont ignorees, comme pour les notes de frais.
       LOAD-MEAL-TABLE.
           OPEN INPUT F-MEAL
           IF WS-MEAL-STATUS = "00"
               PERFORM UNTIL WS-MEAL-EOF = 'Y'
                   READ F-MEAL AT END
                       MOVE 'Y' TO WS-MEAL-EOF
                   NOT AT END
                       IF MEAL-PERIODE IS NUMERIC
                           AND MEAL-MONTANT IS NUMERIC
                           AND MEAL-PERIODE
                               = FUNCTION NUMVAL(
                                   WS-PAY-PERIOD-DATE(1:6))
                           PERFORM STORE-MEAL-ENTRY
                       END-IF
               END-PERFORM
               CLOSE F-MEAL
           END-IF.

       STORE-MEAL-ENTRY.
           IF WS-MEAL-COUNT >= WS-MEAL-TABLE-MAX
               IF WS-MEAL-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-MEAL-TABLE-FULL
                   MOVE "CAPACITE WS-MEAL-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   MOVE "W" TO WS-ALERT-SEVERITY
                   PERFORM WRITE-OPERATIONAL-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-MEAL-COUNT
               SET MEAL-IDX TO WS-MEAL-COUNT
               MOVE MEAL-ID TO WS-MEAL-ID(MEAL-IDX)
               MOVE MEAL-TITRES TO WS-MEAL-TITRES(MEAL-IDX)
               MOVE MEAL-MONTANT TO WS-MEAL-MONTANT(MEAL-IDX)
               MOVE 'N' TO WS-MEAL-MATCHED(MEAL-IDX)
           END-IF.

      * Charge les cles de repartition analytique ; fichier absent,
      * chaque employe reste impute a son agence du maitre.
       LOAD-ALLOC-TABLE.
           OPEN INPUT F-ALLOCKEY
           IF WS-ALLOCKEY-STATUS = "00"
               PERFORM UNTIL WS-ALLOC-EOF = 'Y'
                   READ F-ALLOCKEY AT END
                       MOVE 'Y' TO WS-ALLOC-EOF
                   NOT AT END
                       IF ALLOCKEY-PCT IS NUMERIC
                           AND ALLOCKEY-PCT > ZERO
                           PERFORM STORE-ALLOC-ENTRY
                       END-IF
               END-PERFORM
               CLOSE F-ALLOCKEY
           END-IF.

       STORE-ALLOC-ENTRY.
           IF WS-ALLOC-COUNT >= WS-ALLOC-TABLE-MAX
               IF WS-ALLOC-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-ALLOC-TABLE-FULL
                   MOVE "CAPACITE WS-ALLOC-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   MOVE "W" TO WS-ALERT-SEVERITY
                   PERFORM WRITE-OPERATIONAL-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-ALLOC-COUNT
               SET ALLOC-IDX TO WS-ALLOC-COUNT
               MOVE ALLOCKEY-ID TO WS-ALLOC-ID(ALLOC-IDX)
               MOVE ALLOCKEY-AGENCE TO WS-ALLOC-AGENCE(ALLOC-IDX)
               MOVE ALLOCKEY-PCT TO WS-ALLOC-PCT(ALLOC-IDX)
           END-IF.

      * Retient sur le net la part salariale des titres-restaurant
      * de l'employe courant, dans la limite du net disponible apres
      * les autres retenues. A appeler apres APPLY-ADVANCE-RECOVERY
      * et avant APPLY-EXPENSE-CLAIMS.
       APPLY-MEAL-VOUCHER-SHARE.
           MOVE ZERO TO WS-MEAL-AMOUNT
           MOVE ZERO TO WS-MEAL-VOUCHERS
           PERFORM VARYING MEAL-IDX FROM 1 BY 1
                   UNTIL MEAL-IDX > WS-MEAL-COUNT
               IF WS-MEAL-ID(MEAL-IDX) = REMPLOYE-ID
                   ADD WS-MEAL-MONTANT(MEAL-IDX) TO WS-MEAL-AMOUNT
                   ADD WS-MEAL-TITRES(MEAL-IDX) TO WS-MEAL-VOUCHERS
                   MOVE 'Y' TO WS-MEAL-MATCHED(MEAL-IDX)
               END-IF
           END-PERFORM
           IF WS-MEAL-AMOUNT > WS-NET-SALARY
               MOVE WS-NET-SALARY TO WS-MEAL-AMOUNT
           END-IF
           IF WS-MEAL-AMOUNT > ZERO
               SUBTRACT WS-MEAL-AMOUNT FROM WS-NET-SALARY
               ADD WS-MEAL-AMOUNT TO WS-MEAL-RUN-TOTAL
           END-IF.

      * Signale en fin de run les parts salariales dont l'employe
      * n'est pas dans le fichier traite : rien n'a ete retenu.
       REPORT-UNMATCHED-MEALS.
           PERFORM VARYING MEAL-IDX FROM 1 BY 1
                   UNTIL MEAL-IDX > WS-MEAL-COUNT
               IF WS-MEAL-MATCHED(MEAL-IDX) = 'N'
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   STRING "TITRES_RESTAURANT_ID_INCONNU employe: "
                          WS-MEAL-ID(MEAL-IDX)
                          " titres: " WS-MEAL-TITRES(MEAL-IDX)
                          " montant: " WS-MEAL-MONTANT(MEAL-IDX)
                          DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
                   WRITE R-DEPTEXC FROM WS-EXCEPTION-LINE
               END-IF
           END-PERFORM.

      * Signale en fin de run les notes payables dont l'employe
      * n'est pas dans le fichier traite (meme convention que
      * REPORT-UNMATCHED-OVERTIME) : elles restent a payer.
       REPORT-UNMATCHED-EXPENSES.
           PERFORM VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > WS-EXP-COUNT
               IF WS-EXP-MATCHED(EXP-IDX) = 'N'
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   STRING "NOTE_FRAIS_ID_INCONNU employe: "
                          WS-EXP-ID(EXP-IDX)
                          " note: " WS-EXP-NUMERO(EXP-IDX)
                          " montant: " WS-EXP-MONTANT(EXP-IDX)
                          DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
                   WRITE R-DEPTEXC FROM WS-EXCEPTION-LINE
               END-IF
           END-PERFORM.

      * Refuse le run sur une periode cloturee : YTD, extrait
      * comptable et declaration de la periode sont figes. Une
      * periode absente du calendrier passe avec un avertissement.
       CHECK-PAYROLL-PERIOD.
           OPEN INPUT F-PERIOD
           IF WS-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-PERIOD-EOF = 'Y'
                   READ F-PERIOD AT END
                       MOVE 'Y' TO WS-PERIOD-EOF
                   NOT AT END
                       IF PERCAL-PERIODE = WS-PAY-PERIOD-DATE(1:6)
                           MOVE 'Y' TO WS-PERIOD-FOUND
                           MOVE R-PERIOD TO WS-PERIOD-REC
                           MOVE 'Y' TO WS-PERIOD-EOF
                       END-IF
               END-PERFORM
               CLOSE F-PERIOD
               IF WS-PERIOD-FOUND = 'N'
                   DISPLAY "ATTENTION : periode "
                       WS-PAY-PERIOD-DATE(1:6)
                       " absente de employee-periods.dat"
                   MOVE "PERIODE DE PAIE ABSENTE DU CALENDRIER"
                       TO WS-ALERT-CONDITION
                   MOVE "W" TO WS-ALERT-SEVERITY
                   PERFORM WRITE-OPERATIONAL-ALERT
               END-IF
               IF WS-PERIOD-FOUND = 'Y'
                   AND WS-PERCAL-STATUT = "CLOSED"
                   DISPLAY "ERREUR : periode " WS-PERCAL-PERIODE
                       " cloturee le " WS-PERCAL-DATE-STATUT " par "
                       WS-PERCAL-OPERATEUR ", run de paie refuse"
                   DISPLAY "Reouverture par empreopen (superviseur "
                       "habilite, motif obligatoire)"
                   MOVE "RUN REFUSE SUR PERIODE CLOTUREE"
                       TO WS-ALERT-CONDITION
                   MOVE "E" TO WS-ALERT-SEVERITY
                   PERFORM WRITE-OPERATIONAL-ALERT
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Charge les arrets maladie et calcule les bornes de la
      * periode de paie ; fichier absent = aucun arret en cours.
       LOAD-SICK-TABLE.
           MOVE WS-PAY-PERIOD-DATE TO WS-SICK-WORK-8
           MOVE 1 TO WS-SICK-WORK-JJ
           COMPUTE WS-SICK-PERIOD-START =
               FUNCTION INTEGER-OF-DATE(WS-SICK-WORK-8)
           IF WS-SICK-WORK-MM = 12
               ADD 1 TO WS-SICK-WORK-AAAA
               MOVE 1 TO WS-SICK-WORK-MM
           ELSE
               ADD 1 TO WS-SICK-WORK-MM
           END-IF
           COMPUTE WS-SICK-PERIOD-END =
               FUNCTION INTEGER-OF-DATE(WS-SICK-WORK-8) - 1
           OPEN INPUT F-SICK
           IF WS-SICK-STATUS = "00"
               PERFORM UNTIL WS-SICK-EOF = 'Y'
                   READ F-SICK AT END
                       MOVE 'Y' TO WS-SICK-EOF
                   NOT AT END
                       IF SICK-DEBUT IS NUMERIC
                           AND SICK-FIN IS NUMERIC
                           AND SICK-CARENCE IS NUMERIC
                           AND FUNCTION TEST-DATE-YYYYMMDD(SICK-DEBUT)
                               = ZERO
                           AND FUNCTION TEST-DATE-YYYYMMDD(SICK-FIN)
                               = ZERO
                           AND SICK-FIN >= SICK-DEBUT
                           PERFORM STORE-SICK-ENTRY
                       ELSE
                           MOVE SPACES TO WS-EXCEPTION-LINE
                           STRING "ARRET_MALADIE_INVALIDE employe: "
                                  SICK-ID " debut: " SICK-DEBUT
                                  " fin: " SICK-FIN
                                  DELIMITED BY SIZE
                                  INTO WS-EXCEPTION-LINE
                           DISPLAY WS-EXCEPTION-LINE
                       END-IF
               END-PERFORM
               CLOSE F-SICK
           END-IF.

       STORE-SICK-ENTRY.
           IF WS-SICK-COUNT >= WS-SICK-TABLE-MAX
               IF WS-SICK-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-SICK-TABLE-FULL
                   MOVE "CAPACITE WS-SICK-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   MOVE "W" TO WS-ALERT-SEVERITY
                   PERFORM WRITE-OPERATIONAL-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-SICK-COUNT
               SET SICK-IDX TO WS-SICK-COUNT
               MOVE SICK-ID TO WS-SICK-ID(SICK-IDX)
               MOVE SICK-DEBUT TO WS-SICK-DEBUT(SICK-IDX)
               MOVE SICK-FIN TO WS-SICK-FIN(SICK-IDX)
               MOVE SICK-CARENCE TO WS-SICK-CARENCE(SICK-IDX)
               MOVE 'N' TO WS-SICK-MATCHED(SICK-IDX)
           END-IF.

      * Valorise les arrets maladie de l'employe courant sur la
      * periode : jours d'absence deduits au salaire journalier
      * (salaire annuel / 365), jours indemnises apres carence
      * maintenus a WS-SICK-MAINT-PCT, dont les IJSS subrogees
      * (WS-IJSS-RATE-PCT du salaire journalier, plafonne) versees
      * hors brut par ADD-IJSS-TO-NET ; le brut porte le complement
      * employeur (maintien - IJSS). A appeler apres
      * APPLY-OVERTIME-HOURS et avant COMPUTE-NET-PAY.
       APPLY-SICK-LEAVE.
           MOVE ZERO TO WS-SICK-ABS-DAYS
           MOVE ZERO TO WS-SICK-IJSS-DAYS
           MOVE ZERO TO WS-SICK-ABSENCE
           MOVE ZERO TO WS-SICK-MAINT
           MOVE ZERO TO WS-SICK-COMPLEMENT
           MOVE ZERO TO WS-SICK-IJSS
           PERFORM VARYING SICK-IDX FROM 1 BY 1
                   UNTIL SICK-IDX > WS-SICK-COUNT
               IF WS-SICK-ID(SICK-IDX) = REMPLOYE-ID
                   PERFORM COUNT-SICK-DAYS
               END-IF
           END-PERFORM
           IF WS-SICK-ABS-DAYS > ZERO
               COMPUTE WS-SICK-DAILY ROUNDED =
                   REMPLOYE-SALAIRE / 365
               COMPUTE WS-IJSS-DAILY ROUNDED =
                   WS-SICK-DAILY * WS-IJSS-RATE-PCT / 100
               IF WS-IJSS-DAILY > WS-IJSS-DAILY-CAP
                   MOVE WS-IJSS-DAILY-CAP TO WS-IJSS-DAILY
               END-IF
               COMPUTE WS-SICK-ABSENCE ROUNDED =
                   WS-SICK-DAILY * WS-SICK-ABS-DAYS
               IF WS-SICK-ABSENCE > WS-GROSS-SALARY
                   MOVE WS-GROSS-SALARY TO WS-SICK-ABSENCE
               END-IF
               COMPUTE WS-SICK-MAINT ROUNDED =
                   WS-SICK-DAILY * WS-SICK-IJSS-DAYS
                   * WS-SICK-MAINT-PCT / 100
               COMPUTE WS-SICK-IJSS ROUNDED =
                   WS-IJSS-DAILY * WS-SICK-IJSS-DAYS
               IF WS-SICK-MAINT > WS-SICK-IJSS
                   COMPUTE WS-SICK-COMPLEMENT =
                       WS-SICK-MAINT - WS-SICK-IJSS
               END-IF
               SUBTRACT WS-SICK-ABSENCE FROM WS-GROSS-SALARY
               ADD WS-SICK-COMPLEMENT TO WS-GROSS-SALARY
           END-IF.

      * Jours de l'arret courant compris dans la periode : absence
      * sur toute la duree, indemnisation a partir du lendemain de
      * la carence.
       COUNT-SICK-DAYS.
           COMPUTE WS-SICK-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-SICK-DEBUT(SICK-IDX))
           COMPUTE WS-SICK-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-SICK-FIN(SICK-IDX))
           COMPUTE WS-SICK-FROM-INT = FUNCTION MAX(WS-SICK-START-INT
               WS-SICK-PERIOD-START)
           COMPUTE WS-SICK-TO-INT = FUNCTION MIN(WS-SICK-END-INT
               WS-SICK-PERIOD-END)
           IF WS-SICK-FROM-INT <= WS-SICK-TO-INT
               MOVE 'Y' TO WS-SICK-MATCHED(SICK-IDX)
               COMPUTE WS-SICK-ABS-DAYS = WS-SICK-ABS-DAYS
                   + WS-SICK-TO-INT - WS-SICK-FROM-INT + 1
               COMPUTE WS-SICK-FROM-INT = FUNCTION MAX(
                   WS-SICK-START-INT + WS-SICK-CARENCE(SICK-IDX)
                   WS-SICK-PERIOD-START)
               IF WS-SICK-FROM-INT <= WS-SICK-TO-INT
                   COMPUTE WS-SICK-IJSS-DAYS = WS-SICK-IJSS-DAYS
                       + WS-SICK-TO-INT - WS-SICK-FROM-INT + 1
               END-IF
           ELSE
      * Arret hors periode : connu de l'employe, pas une anomalie.
               MOVE 'H' TO WS-SICK-MATCHED(SICK-IDX)
           END-IF.

      * Verse avec le net les IJSS subrogees calculees par
      * APPLY-SICK-LEAVE (meme point que le rappel de salaire).
       ADD-IJSS-TO-NET.
           IF WS-SICK-IJSS > ZERO
               ADD WS-SICK-IJSS TO WS-NET-SALARY
               ADD WS-SICK-IJSS TO WS-IJSS-RUN-TOTAL
           END-IF.

      * Signale les arrets de la periode dont l'employe n'existe pas
      * dans le fichier traite (meme convention que
      * REPORT-UNMATCHED-OVERTIME).
       REPORT-UNMATCHED-SICK-LEAVE.
           PERFORM VARYING SICK-IDX FROM 1 BY 1
                   UNTIL SICK-IDX > WS-SICK-COUNT
               IF WS-SICK-MATCHED(SICK-IDX) = 'N'
                   COMPUTE WS-SICK-START-INT = FUNCTION
                       INTEGER-OF-DATE(WS-SICK-DEBUT(SICK-IDX))
                   COMPUTE WS-SICK-END-INT = FUNCTION
                       INTEGER-OF-DATE(WS-SICK-FIN(SICK-IDX))
                   IF WS-SICK-START-INT <= WS-SICK-PERIOD-END
                       AND WS-SICK-END-INT >= WS-SICK-PERIOD-START
                       MOVE SPACES TO WS-EXCEPTION-LINE
                       STRING "ARRET_MALADIE_ID_INCONNU employe: "
                              WS-SICK-ID(SICK-IDX)
                              " debut: " WS-SICK-DEBUT(SICK-IDX)
                              DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
                       WRITE R-DEPTEXC FROM WS-EXCEPTION-LINE
                   END-IF
               END-IF
           END-PERFORM.

      * Charge employee-terminations.txt ; absent = aucune sortie,
      * seules l'embauche et les fins de contrat bornent le prorata.
       LOAD-TERM-TABLE.
           OPEN INPUT F-TERM
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-TERM-EOF = 'Y'
                   READ F-TERM AT END
                       MOVE 'Y' TO WS-TERM-EOF
                   NOT AT END
                       IF TERM-DATE IS NUMERIC
                           PERFORM STORE-TERM-ENTRY
                       END-IF
               END-PERFORM
               CLOSE F-TERM
           END-IF.

       STORE-TERM-ENTRY.
           IF WS-TERM-COUNT >= WS-TERM-TABLE-MAX
               IF WS-TERM-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-TERM-TABLE-FULL
                   MOVE "CAPACITE WS-TERM-ENTRY DEPASSEE"
                       TO WS-ALERT-CONDITION
                   MOVE "W" TO WS-ALERT-SEVERITY
                   PERFORM WRITE-OPERATIONAL-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-TERM-COUNT
               SET TERM-IDX TO WS-TERM-COUNT
               MOVE TERM-ID TO WS-TERM-ID(TERM-IDX)
               COMPUTE WS-TERM-DATE-8(TERM-IDX) =
                   FUNCTION NUMVAL(TERM-DATE(5:4)) * 10000 +
                   FUNCTION NUMVAL(TERM-DATE(3:2)) * 100 +
                   FUNCTION NUMVAL(TERM-DATE(1:2))
           END-IF.

      * Bornes du mois de la periode de paie (calculees en jours
      * entiers par LOAD-SICK-TABLE) et nombre de jours du mois dans
      * la convention de prorata.
       SET-PRORATA-PERIOD.
           COMPUTE WS-PRORATA-FIRST-8 =
               FUNCTION DATE-OF-INTEGER(WS-SICK-PERIOD-START)
           COMPUTE WS-PRORATA-LAST-8 =
               FUNCTION DATE-OF-INTEGER(WS-SICK-PERIOD-END)
           MOVE WS-PRORATA-FIRST-8 TO WS-PRORATA-FROM-8
           MOVE WS-PRORATA-LAST-8 TO WS-PRORATA-TO-8
           PERFORM COUNT-PRORATA-DAYS
           MOVE WS-PRORATA-COUNTED TO WS-PRORATA-PERIOD-DAYS.

      * Jours de WS-PRORATA-FROM-8 a WS-PRORATA-TO-8 inclus selon la
      * convention ; datesvc en echec (date hors calendrier) = repli
      * calendaire.
       COUNT-PRORATA-DAYS.
           IF WS-PRORATA-BASIS = "OUVRES"
               COMPUTE WS-DATESVC-DATE-1 = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PRORATA-FROM-8) - 1)
               MOVE "COUNTBUS" TO WS-DATESVC-FUNCTION
               CALL "datesvc" USING WS-DATESVC-FUNCTION
                   WS-DATESVC-DATE-1 WS-PRORATA-TO-8
                   WS-DATESVC-NUMBER WS-DATESVC-STATUS
               IF WS-DATESVC-STATUS = ZERO
                   MOVE WS-DATESVC-NUMBER TO WS-PRORATA-COUNTED
               ELSE
                   COMPUTE WS-PRORATA-COUNTED =
                       FUNCTION INTEGER-OF-DATE(WS-PRORATA-TO-8)
                       - FUNCTION INTEGER-OF-DATE(WS-PRORATA-FROM-8)
                       + 1
               END-IF
           ELSE
               COMPUTE WS-PRORATA-COUNTED =
                   FUNCTION INTEGER-OF-DATE(WS-PRORATA-TO-8)
                   - FUNCTION INTEGER-OF-DATE(WS-PRORATA-FROM-8) + 1
           END-IF.

      * Ramene le salaire de base de l'employe courant aux jours
      * sous contrat de la periode : du plus tard du 1er du mois et
      * de l'embauche, au plus tot du dernier jour du mois, de la
      * sortie et de la fin de contrat D/I. Embauche apres le mois
      * ou sortie avant : aucun jour, base a zero. A appeler apres
      * APPLY-SALARY-CHANGE et avant les primes et elements qui se
      * calculent sur le brut.
       APPLY-PRORATA.
           MOVE 'N' TO WS-PRORATA-APPLIED
           MOVE WS-SMIC-FLOOR TO WS-SMIC-FLOOR-EFF
           MOVE WS-PRORATA-FIRST-8 TO WS-PRORATA-FROM-8
           MOVE WS-PRORATA-LAST-8 TO WS-PRORATA-TO-8
           IF REMPLOYE-EMBAUCHE IS NUMERIC
               COMPUTE WS-HIRE-DATE-8 =
                   FUNCTION NUMVAL(REMPLOYE-EMBAUCHE(5:4)) * 10000 +
                   FUNCTION NUMVAL(REMPLOYE-EMBAUCHE(3:2)) * 100 +
                   FUNCTION NUMVAL(REMPLOYE-EMBAUCHE(1:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-HIRE-DATE-8) = ZERO
                   AND WS-HIRE-DATE-8 > WS-PRORATA-FROM-8
                   MOVE WS-HIRE-DATE-8 TO WS-PRORATA-FROM-8
               END-IF
           END-IF
           MOVE 99999999 TO WS-PRORATA-EXIT-8
           SET TERM-IDX TO 1
           SEARCH WS-TERM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TERM-ID(TERM-IDX) = REMPLOYE-ID
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                       WS-TERM-DATE-8(TERM-IDX)) = ZERO
                       MOVE WS-TERM-DATE-8(TERM-IDX)
                           TO WS-PRORATA-EXIT-8
                   END-IF
           END-SEARCH
           IF REMPLOYE-CONTRAT = "D" OR REMPLOYE-CONTRAT = "I"
               SET CTREND-IDX TO 1
               SEARCH WS-CTREND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CTREND-ID(CTREND-IDX) = REMPLOYE-ID
                       IF WS-CTREND-FIN(CTREND-IDX)
                           < WS-PRORATA-EXIT-8
                           AND FUNCTION TEST-DATE-YYYYMMDD(
                               WS-CTREND-FIN(CTREND-IDX)) = ZERO
                           MOVE WS-CTREND-FIN(CTREND-IDX)
                               TO WS-PRORATA-EXIT-8
                       END-IF
               END-SEARCH
           END-IF
           IF WS-PRORATA-EXIT-8 < WS-PRORATA-TO-8
               MOVE WS-PRORATA-EXIT-8 TO WS-PRORATA-TO-8
           END-IF
           IF WS-PRORATA-FROM-8 NOT = WS-PRORATA-FIRST-8
               OR WS-PRORATA-TO-8 NOT = WS-PRORATA-LAST-8
               MOVE 'Y' TO WS-PRORATA-APPLIED
               ADD 1 TO WS-PRORATA-COUNT
               MOVE WS-GROSS-SALARY TO WS-PRORATA-BASE
               IF WS-PRORATA-FROM-8 > WS-PRORATA-TO-8
                   MOVE ZERO TO WS-PRORATA-DAYS
               ELSE
                   PERFORM COUNT-PRORATA-DAYS
                   MOVE WS-PRORATA-COUNTED TO WS-PRORATA-DAYS
               END-IF
               IF WS-PRORATA-PERIOD-DAYS > ZERO
                   COMPUTE WS-GROSS-SALARY ROUNDED =
                       WS-PRORATA-BASE * WS-PRORATA-DAYS
                       / WS-PRORATA-PERIOD-DAYS
                   COMPUTE WS-SMIC-FLOOR-EFF ROUNDED =
                       WS-SMIC-FLOOR * WS-PRORATA-DAYS
                       / WS-PRORATA-PERIOD-DAYS
               END-IF
           END-IF.

       WRITE-PRORATA-LINE.
           MOVE WS-PRORATA-BASE TO WS-PRORATA-BASE-EDIT
           MOVE WS-GROSS-SALARY TO WS-PRORATA-AMT-EDIT
           MOVE SPACES TO WS-PRORATA-LINE
           STRING REMPLOYE-ID " " REMPLOYE-NOM " " REMPLOYE-PRENOM
                  " du " WS-PRORATA-FROM-8 " au " WS-PRORATA-TO-8
                  " " WS-PRORATA-DAYS "/" WS-PRORATA-PERIOD-DAYS
                  " j base " WS-PRORATA-BASE-EDIT
                  " proratise " WS-PRORATA-AMT-EDIT
                  DELIMITED BY SIZE INTO WS-PRORATA-LINE
           WRITE R-PRORATA FROM WS-PRORATA-LINE.

      * Charge le registre des acomptes ; absent = aucun acompte en
      * cours, rien a recuperer.
       LOAD-ADVANCE-TABLE.
           OPEN INPUT F-ADVANCE
           IF WS-ADVANCE-STATUS = "00"
               PERFORM UNTIL WS-ADV-EOF = 'Y'
                   READ F-ADVANCE AT END
                       MOVE 'Y' TO WS-ADV-EOF
                   NOT AT END
                       IF WS-ADV-COUNT >= WS-ADV-TABLE-MAX
                           IF WS-ADV-TABLE-FULL = 'N'
                               MOVE 'Y' TO WS-ADV-TABLE-FULL
                               MOVE "CAPACITE WS-ADV-ENTRY DEPASSEE"
                                   TO WS-ALERT-CONDITION
                               MOVE "W" TO WS-ALERT-SEVERITY
                               PERFORM WRITE-OPERATIONAL-ALERT
                           END-IF
                       ELSE
                           ADD 1 TO WS-ADV-COUNT
                           SET ADV-IDX TO WS-ADV-COUNT
                           MOVE ADV-ID TO WS-ADV-ID(ADV-IDX)
                           MOVE ADV-SOLDE TO WS-ADV-SOLDE(ADV-IDX)
                           MOVE ADV-PERIODE TO WS-ADV-PERIODE(ADV-IDX)
                           MOVE ADV-DERNIER TO WS-ADV-DERNIER(ADV-IDX)
                           MOVE 'N' TO WS-ADV-MATCHED(ADV-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-ADVANCE
           END-IF.

      * Reprend sur le net l'acompte restant du de l'employe courant,
      * dans la limite du net disponible apres saisie et primes : le
      * reste est reporte au mois suivant dans le registre. Place
      * avec les autres retenues sur le net (et non dans
      * COMPUTE-NET-PAY) pour que le salaire net du bulletin et les
      * cumuls annuels restent le net acquis.
       APPLY-ADVANCE-RECOVERY.
           MOVE ZERO TO WS-ADVANCE-AMOUNT
           SET ADV-IDX TO 1
           SEARCH WS-ADV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ADV-ID(ADV-IDX) = REMPLOYE-ID
                   MOVE 'Y' TO WS-ADV-MATCHED(ADV-IDX)
                   IF WS-ADV-SOLDE(ADV-IDX) > WS-NET-SALARY
                       MOVE WS-NET-SALARY TO WS-ADVANCE-AMOUNT
                   ELSE
                       MOVE WS-ADV-SOLDE(ADV-IDX) TO WS-ADVANCE-AMOUNT
                   END-IF
                   SUBTRACT WS-ADVANCE-AMOUNT FROM WS-NET-SALARY
                   SUBTRACT WS-ADVANCE-AMOUNT
                       FROM WS-ADV-SOLDE(ADV-IDX)
                   ADD WS-ADVANCE-AMOUNT TO WS-ADVANCE-RUN-TOTAL
           END-SEARCH.

      * Reecrit le registre diminue des reprises du run ; une ligne
      * soldee n'est conservee que pendant la periode de son dernier
      * acompte (garde d'empadvance contre un second acompte).
       SAVE-ADVANCE-TABLE.
           IF WS-ADV-COUNT > ZERO
               OPEN OUTPUT F-ADVANCE
               MOVE WS-ADVANCE-STATUS TO WS-FILESTAT-CODE
               MOVE "employee-advances.dat" TO WS-FILESTAT-FILENAME
               MOVE "OPEN OUTPUT F-ADVANCE" TO WS-FILESTAT-OPERATION
               PERFORM CHECK-FILE-STATUS
               PERFORM VARYING ADV-IDX FROM 1 BY 1
                       UNTIL ADV-IDX > WS-ADV-COUNT
                   IF WS-ADV-SOLDE(ADV-IDX) > ZERO
                       OR WS-ADV-PERIODE(ADV-IDX)
                           = FUNCTION NUMVAL(WS-PAY-PERIOD-DATE(1:6))
                       MOVE SPACES TO R-ADVANCE
                       MOVE WS-ADV-ID(ADV-IDX) TO ADV-ID
                       MOVE WS-ADV-SOLDE(ADV-IDX) TO ADV-SOLDE
                       MOVE WS-ADV-PERIODE(ADV-IDX) TO ADV-PERIODE
                       MOVE WS-ADV-DERNIER(ADV-IDX) TO ADV-DERNIER
                       WRITE R-ADVANCE
                   END-IF
               END-PERFORM
               CLOSE F-ADVANCE
           END-IF.

      * Etat des acomptes restant dus apres le run : en-tete date,
      * une ligne par employe avec son solde reporte (net du mois
      * insuffisant, ou employe absent du fichier traite), pied de
      * total.
       WRITE-ADVANCE-CARRYOVER.
           OPEN OUTPUT F-ADVCARRY
           MOVE WS-ADVCARRY-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-advance-carryover.txt"
               TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-ADVCARRY" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-ADVCARRY-LINE
           STRING "ACOMPTES REPORTES " WS-PAY-PERIOD-DATE
                  " run " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-ADVCARRY-LINE
           WRITE R-ADVCARRY FROM WS-ADVCARRY-LINE
           PERFORM VARYING ADV-IDX FROM 1 BY 1
                   UNTIL ADV-IDX > WS-ADV-COUNT
               IF WS-ADV-SOLDE(ADV-IDX) > ZERO
                   MOVE SPACES TO WS-ADVCARRY-LINE
                   IF WS-ADV-MATCHED(ADV-IDX) = 'Y'
                       STRING WS-ADV-ID(ADV-IDX) " solde "
                              WS-ADV-SOLDE(ADV-IDX)
                              " NET_INSUFFISANT"
                              DELIMITED BY SIZE INTO WS-ADVCARRY-LINE
                   ELSE
                       STRING WS-ADV-ID(ADV-IDX) " solde "
                              WS-ADV-SOLDE(ADV-IDX)
                              " EMPLOYE_NON_PAYE"
                              DELIMITED BY SIZE INTO WS-ADVCARRY-LINE
                   END-IF
                   WRITE R-ADVCARRY FROM WS-ADVCARRY-LINE
                   ADD 1 TO WS-ADVANCE-CARRY-COUNT
                   ADD WS-ADV-SOLDE(ADV-IDX) TO WS-ADVANCE-CARRY-TOTAL
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ADVCARRY-LINE
           STRING "TOTAL " WS-ADVANCE-CARRY-COUNT " employes "
                  WS-ADVANCE-CARRY-TOTAL
                  DELIMITED BY SIZE INTO WS-ADVCARRY-LINE
           WRITE R-ADVCARRY FROM WS-ADVCARRY-LINE
           CLOSE F-ADVCARRY.

      * Écrit le reversement des primes retenues au domaine
      * assurance : en-tête daté, une ligne par police avec le
      * cumul du run, pied de total de contrôle.
                          DELIMITED BY SIZE INTO WS-POLPREM-LINE
                   WRITE R-POLPREM FROM WS-POLPREM-LINE
               END-PERFORM
      * Le total reverse comprend la part employeur, les cumuls par
      * police portant la prime entiere.
               COMPUTE WS-POLPREM-REMIT-TOTAL =
                   WS-POLPREM-RUN-TOTAL + WS-POLPREM-EMP-RUN-TOTAL
               MOVE SPACES TO WS-POLPREM-LINE
               STRING "TOTAL " WS-POLCUM-COUNT " polices "
                      WS-POLPREM-REMIT-TOTAL
                      DELIMITED BY SIZE INTO WS-POLPREM-LINE
               WRITE R-POLPREM FROM WS-POLPREM-LINE
               CLOSE F-POLPREM
           END-IF.

      * Cout du travail par agence, sous-totalise par region : brut,
      * charges patronales, part employeur des primes d'assurance du
      * personnel et cout total. Dernier utilisateur de
      * WS-SOCDECL-ENTRY dans le run, la table est triee sur place.
       WRITE-LABOUR-COST-REPORT.
           OPEN OUTPUT F-LABCOST
           MOVE WS-LABCOST-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-labour-cost.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-LABCOST" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE SPACES TO WS-LABCOST-LINE
           STRING "COUT DU TRAVAIL " WS-PAY-PERIOD-DATE
                  " run " FUNCTION TRIM(WS-RUN-ID)
                  DELIMITED BY SIZE INTO WS-LABCOST-LINE
           WRITE R-LABCOST FROM WS-LABCOST-LINE
           MOVE SPACES TO WS-LABCOST-LINE
           STRING "REGION                     AGENCE  EFFECTIF"
                  "          BRUT      PATRONAL     ASSURANCE"
                  "    COUT TOTAL"
                  DELIMITED BY SIZE INTO WS-LABCOST-LINE
           WRITE R-LABCOST FROM WS-LABCOST-LINE
           INITIALIZE WS-LABCOST-SUB
           INITIALIZE WS-LABCOST-GRAND
           MOVE 'Y' TO WS-LABCOST-FIRST
           IF WS-SOCDECL-COUNT > 1
               SORT WS-SOCDECL-ENTRY
                   ASCENDING KEY WS-SOCDECL-REGION
                                 WS-SOCDECL-AGENCE
           END-IF
           PERFORM VARYING SOCDECL-IDX FROM 1 BY 1
                   UNTIL SOCDECL-IDX > WS-SOCDECL-COUNT
               IF WS-LABCOST-FIRST = 'N'
                   AND WS-SOCDECL-REGION(SOCDECL-IDX)
                       NOT = WS-LABCOST-REGION
                   PERFORM WRITE-LABOUR-COST-SUBTOTAL
               END-IF
               MOVE 'N' TO WS-LABCOST-FIRST
               MOVE WS-SOCDECL-REGION(SOCDECL-IDX) TO WS-LABCOST-REGION
               MOVE FUNCTION TRIM(WS-SOCDECL-REGION(SOCDECL-IDX))
                   TO WS-LC-LABEL
               IF WS-LC-LABEL = SPACES
                   MOVE "(inconnue)" TO WS-LC-LABEL
               END-IF
               MOVE WS-SOCDECL-EFFECTIF(SOCDECL-IDX) TO WS-LC-EFFECTIF
               MOVE WS-SOCDECL-BRUT(SOCDECL-IDX) TO WS-LC-BRUT
               MOVE WS-SOCDECL-PATRONAL(SOCDECL-IDX) TO WS-LC-PATRONAL
               MOVE WS-SOCDECL-ASSUR(SOCDECL-IDX) TO WS-LC-ASSUR
               PERFORM WRITE-LABOUR-COST-LINE
               MOVE WS-SOCDECL-AGENCE(SOCDECL-IDX)
                   TO WS-LABCOST-LINE(28:3)
               WRITE R-LABCOST FROM WS-LABCOST-LINE
               ADD WS-LC-EFFECTIF TO WS-LCSUB-EFFECTIF
               ADD WS-LC-BRUT TO WS-LCSUB-BRUT
               ADD WS-LC-PATRONAL TO WS-LCSUB-PATRONAL
               ADD WS-LC-ASSUR TO WS-LCSUB-ASSUR
           END-PERFORM
           IF WS-LABCOST-FIRST = 'N'
               PERFORM WRITE-LABOUR-COST-SUBTOTAL
           END-IF
           MOVE "TOTAL GENERAL" TO WS-LC-LABEL
           MOVE WS-LCTOT-EFFECTIF TO WS-LC-EFFECTIF
           MOVE WS-LCTOT-BRUT TO WS-LC-BRUT
           MOVE WS-LCTOT-PATRONAL TO WS-LC-PATRONAL
           MOVE WS-LCTOT-ASSUR TO WS-LC-ASSUR
           PERFORM WRITE-LABOUR-COST-LINE
           MOVE "***" TO WS-LABCOST-LINE(28:3)
           WRITE R-LABCOST FROM WS-LABCOST-LINE
           CLOSE F-LABCOST.

      * Sous-total de la region qui se termine (agence "***", comme
      * le total de l'extrait declaratif), reporte au total general.
       WRITE-LABOUR-COST-SUBTOTAL.
           MOVE FUNCTION TRIM(WS-LABCOST-REGION) TO WS-LC-LABEL
           IF WS-LC-LABEL = SPACES
               MOVE "(inconnue)" TO WS-LC-LABEL
           END-IF
           MOVE WS-LCSUB-EFFECTIF TO WS-LC-EFFECTIF
           MOVE WS-LCSUB-BRUT TO WS-LC-BRUT
           MOVE WS-LCSUB-PATRONAL TO WS-LC-PATRONAL
           MOVE WS-LCSUB-ASSUR TO WS-LC-ASSUR
           PERFORM WRITE-LABOUR-COST-LINE
           MOVE "***" TO WS-LABCOST-LINE(28:3)
           WRITE R-LABCOST FROM WS-LABCOST-LINE
           ADD WS-LCSUB-EFFECTIF TO WS-LCTOT-EFFECTIF
           ADD WS-LCSUB-BRUT TO WS-LCTOT-BRUT
           ADD WS-LCSUB-PATRONAL TO WS-LCTOT-PATRONAL
           ADD WS-LCSUB-ASSUR TO WS-LCTOT-ASSUR
           INITIALIZE WS-LABCOST-SUB.

      * Met en forme une ligne du rapport a partir de WS-LC-LABEL et
      * des montants WS-LC-* ; le cout total est calcule ici.
       WRITE-LABOUR-COST-LINE.
           COMPUTE WS-LC-COUT = WS-LC-BRUT + WS-LC-PATRONAL
               + WS-LC-ASSUR
           MOVE WS-LC-EFFECTIF TO WS-LC-EFFECTIF-EDIT
           MOVE WS-LC-BRUT TO WS-LC-BRUT-EDIT
           MOVE WS-LC-PATRONAL TO WS-LC-PATRONAL-EDIT
           MOVE WS-LC-ASSUR TO WS-LC-ASSUR-EDIT
           MOVE WS-LC-COUT TO WS-LC-COUT-EDIT
           MOVE SPACES TO WS-LABCOST-LINE
           STRING WS-LC-LABEL(1:26) "  " "   " "       "
                  WS-LC-EFFECTIF-EDIT " " WS-LC-BRUT-EDIT " "
                  WS-LC-PATRONAL-EDIT " " WS-LC-ASSUR-EDIT " "
                  WS-LC-COUT-EDIT
                  DELIMITED BY SIZE INTO WS-LABCOST-LINE.

      * Range l'ordre de virement de l'employé courant, ou l'envoie
      * en exception si ses coordonnées bancaires manquent ou sont
      * inexploitables (IBAN absent ou manifestement trop court).
                   MOVE "RIB_REJETE_VETTING" TO WS-BANK-REJECT
               END-IF
           END-IF
      * Virement suspendu par le controle anti-fraude : le net reste
      * hors du fichier de paiement jusqu'a la levee (empfclear).
           IF WS-BANK-REJECT = SPACES
               SET PAYHOLD-IDX TO 1
               SEARCH WS-PAYHOLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PAYHOLD-ID(PAYHOLD-IDX) = REMPLOYE-ID
                       MOVE "VIREMENT_SUSPENDU" TO WS-BANK-REJECT
               END-SEARCH
           END-IF
           IF WS-BANK-REJECT = SPACES
               IF WS-VIR-COUNT >= WS-VIR-TABLE-MAX
                   IF WS-VIR-TABLE-FULL = 'N'
                   ADD 1 TO WS-VIR-COUNT
                   SET VIR-IDX TO WS-VIR-COUNT
                   MOVE REMPLOYE-ID TO WS-VIR-ID(VIR-IDX)
                   MOVE WS-EMP-SOCIETE TO WS-VIR-SOCIETE(VIR-IDX)
                   MOVE WS-BANK-IBAN(BANK-IDX) TO WS-VIR-IBAN(VIR-IDX)
                   MOVE WS-BANK-BIC(BANK-IDX) TO WS-VIR-BIC(VIR-IDX)
                   MOVE WS-NET-SALARY TO WS-VIR-NET(VIR-IDX)
           STRING "TOTAL " WS-VIR-COUNT " ordres " WS-VIR-TOTAL
                  DELIMITED BY SIZE INTO WS-VIREMENT-LINE
           WRITE R-VIREMENT FROM WS-VIREMENT-LINE
           PERFORM VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > WS-CO-COUNT
               PERFORM WRITE-COMPANY-TRANSFERS
           END-PERFORM
           CLOSE F-VIREMENT
           MOVE "employee-transfers.txt" TO WS-OUTB-FILENAME
           MOVE "BANQUE" TO WS-OUTB-DESTINATION
           MOVE WS-VIR-TOTAL TO WS-OUTB-AMOUNT
           PERFORM REGISTER-EMPLOYEE-OUTBOUND.

      * Virements de la société CO-IDX dans
      * employee-transfers-<code>.txt, remis à la banque sur son
      * propre compte : l'en-tête porte le code société et l'IBAN/BIC
      * à débiter, le pied le compte et le total de ses seuls ordres.
      * employee-transfers.txt reste le fichier de contrôle du groupe.
       WRITE-COMPANY-TRANSFERS.
           MOVE SPACES TO WS-COOUT-FILENAME
           STRING "employee-transfers-" DELIMITED BY SIZE
                  WS-CO-CODE(CO-IDX) DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-COOUT-FILENAME
           OPEN OUTPUT F-COOUT
           MOVE WS-COOUT-STATUS TO WS-FILESTAT-CODE
           MOVE WS-COOUT-FILENAME TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-COOUT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE ZERO TO WS-CO-VIR-COUNT
           MOVE ZERO TO WS-CO-VIR-TOTAL
           MOVE SPACES TO WS-VIREMENT-LINE
           STRING "ENTETE VIREMENTS SALAIRES " WS-PAY-PERIOD-DATE
                  SPACE WS-CO-CODE(CO-IDX) SPACE WS-CO-IBAN(CO-IDX)
                  SPACE WS-CO-BIC(CO-IDX)
                  DELIMITED BY SIZE INTO WS-VIREMENT-LINE
           WRITE R-COOUT FROM WS-VIREMENT-LINE
           PERFORM VARYING VIR-IDX FROM 1 BY 1
                   UNTIL VIR-IDX > WS-VIR-COUNT
               IF WS-VIR-SOCIETE(VIR-IDX) = WS-CO-CODE(CO-IDX)
                   MOVE SPACES TO WS-VIREMENT-LINE
                   STRING WS-VIR-ID(VIR-IDX) SPACE
                          WS-VIR-IBAN(VIR-IDX) SPACE
                          WS-VIR-BIC(VIR-IDX) SPACE
                          WS-VIR-NET(VIR-IDX)
                          DELIMITED BY SIZE INTO WS-VIREMENT-LINE
                   WRITE R-COOUT FROM WS-VIREMENT-LINE
                   ADD 1 TO WS-CO-VIR-COUNT
                   ADD WS-VIR-NET(VIR-IDX) TO WS-CO-VIR-TOTAL
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-VIREMENT-LINE
           STRING "TOTAL " WS-CO-VIR-COUNT " ordres " WS-CO-VIR-TOTAL
                  DELIMITED BY SIZE INTO WS-VIREMENT-LINE
           WRITE R-COOUT FROM WS-VIREMENT-LINE
           CLOSE F-COOUT
           MOVE WS-COOUT-FILENAME TO WS-OUTB-FILENAME
           MOVE "BANQUE" TO WS-OUTB-DESTINATION
           MOVE WS-CO-VIR-TOTAL TO WS-OUTB-AMOUNT
           PERFORM REGISTER-EMPLOYEE-OUTBOUND.

      * Écrit l'extrait d'écritures comptables du run : un débit de
      * charges de personnel par département (libellé résolu par
      * sociales à reverser, impôt retenu et net à payer. L'identité
      * brut = charges + impôt + net rend l'écriture équilibrée ;
      * l'écart est tout de même recalculé et porté en fin d'extrait.
      * En run multi-sociétés, l'extrait enchaîne une écriture
      * équilibrée par société, au préfixe comptable de la société,
      * chacune recopiée dans employee-gl-postings-<code>.txt et
      * inscrite au registre des fichiers sortants.
       WRITE-GL-POSTINGS.
           OPEN OUTPUT F-GLPOST
           MOVE WS-GLPOST-STATUS TO WS-FILESTAT-CODE
           MOVE "employee-gl-postings.txt" TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-GLPOST" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE ZERO TO WS-GL-EXTRACT-TOTAL
           IF WS-CO-COUNT = ZERO
               PERFORM WRITE-GL-SECTION
               MOVE WS-GL-DEBIT-TOTAL TO WS-GL-EXTRACT-TOTAL
           ELSE
               PERFORM VARYING CO-IDX FROM 1 BY 1
                       UNTIL CO-IDX > WS-CO-COUNT
                   PERFORM WRITE-COMPANY-GL-SECTION
                   ADD WS-GL-DEBIT-TOTAL TO WS-GL-EXTRACT-TOTAL
               END-PERFORM
           END-IF
           CLOSE F-GLPOST
           MOVE "employee-gl-postings.txt" TO WS-OUTB-FILENAME
           MOVE "COMPTABILITE" TO WS-OUTB-DESTINATION
           MOVE WS-GL-EXTRACT-TOTAL TO WS-OUTB-AMOUNT
           PERFORM REGISTER-EMPLOYEE-OUTBOUND.

      * Écriture de la société CO-IDX : ses totaux de run prennent,
      * le temps de la section, la place de ceux du groupe (même
      * échange que SWAP-IN-SCENARIO-RATES), ses agences seules sont
      * débitées.
       WRITE-COMPANY-GL-SECTION.
           MOVE SPACES TO WS-COOUT-FILENAME
           STRING "employee-gl-postings-" DELIMITED BY SIZE
                  WS-CO-CODE(CO-IDX) DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-COOUT-FILENAME
           OPEN OUTPUT F-COOUT
           MOVE WS-COOUT-STATUS TO WS-FILESTAT-CODE
           MOVE WS-COOUT-FILENAME TO WS-FILESTAT-FILENAME
           MOVE "OPEN OUTPUT F-COOUT" TO WS-FILESTAT-OPERATION
           PERFORM CHECK-FILE-STATUS
           MOVE WS-CO-CODE(CO-IDX) TO WS-CO-FILTER
           MOVE WS-CO-PREFIXE(CO-IDX) TO WS-GL-PREFIX
           MOVE 'Y' TO WS-CO-WRITING
           PERFORM SWAP-IN-COMPANY-TOTALS
           PERFORM WRITE-GL-SECTION
           PERFORM SWAP-BACK-GROUP-TOTALS
           MOVE 'N' TO WS-CO-WRITING
           MOVE SPACES TO WS-CO-FILTER
           MOVE SPACES TO WS-GL-PREFIX
           CLOSE F-COOUT
           MOVE WS-COOUT-FILENAME TO WS-OUTB-FILENAME
           MOVE "COMPTABILITE" TO WS-OUTB-DESTINATION
           MOVE WS-GL-DEBIT-TOTAL TO WS-OUTB-AMOUNT
           PERFORM REGISTER-EMPLOYEE-OUTBOUND.

      * Une écriture complète (débits par agence de WS-CO-FILTER,
      * crédits sur les totaux de run, ligne d'écart 999999).
       WRITE-GL-SECTION.
           MOVE ZERO TO WS-GL-DEBIT-TOTAL
           MOVE ZERO TO WS-GL-CREDIT-TOTAL
           PERFORM VARYING SOCDECL-IDX FROM 1 BY 1
                   UNTIL SOCDECL-IDX > WS-SOCDECL-COUNT
               IF WS-SOCDECL-SOCIETE(SOCDECL-IDX) = WS-CO-FILTER
                   MOVE SPACES TO R-GLPOST
                   MOVE WS-PAY-PERIOD-DATE TO GLPOST-DATE
                   MOVE "D" TO GLPOST-SENS
                   MOVE "641000" TO GLPOST-COMPTE
                   MOVE SPACES TO GLPOST-LIBELLE
                   STRING "Salaires " WS-SOCDECL-AGENCE(SOCDECL-IDX)
                          SPACE WS-SOCDECL-DEPART(SOCDECL-IDX)
                          DELIMITED BY SIZE INTO GLPOST-LIBELLE
                   MOVE WS-SOCDECL-BRUT(SOCDECL-IDX) TO GLPOST-MONTANT
                   ADD WS-SOCDECL-BRUT(SOCDECL-IDX)
                       TO WS-GL-DEBIT-TOTAL
                   PERFORM WRITE-GL-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO R-GLPOST
           MOVE WS-PAY-PERIOD-DATE TO GLPOST-DATE
           MOVE "Charges sociales a reverser" TO GLPOST-LIBELLE
           MOVE WS-SOCDECL-TOTAL TO GLPOST-MONTANT
           ADD WS-SOCDECL-TOTAL TO WS-GL-CREDIT-TOTAL
           PERFORM WRITE-GL-LINE
           MOVE SPACES TO R-GLPOST
           MOVE WS-PAY-PERIOD-DATE TO GLPOST-DATE
           MOVE "C" TO GLPOST-SENS
           MOVE "Impot retenu a la source" TO GLPOST-LIBELLE
           MOVE WS-GL-TAX-TOTAL TO GLPOST-MONTANT
           ADD WS-GL-TAX-TOTAL TO WS-GL-CREDIT-TOTAL
           PERFORM WRITE-GL-LINE
           MOVE SPACES TO R-GLPOST
           MOVE WS-PAY-PERIOD-DATE TO GLPOST-DATE
           MOVE "C" TO GLPOST-SENS
           MOVE "Net a payer au personnel" TO GLPOST-LIBELLE
           MOVE WS-TOTAL-SALARY TO GLPOST-MONTANT
           ADD WS-TOTAL-SALARY TO WS-GL-CREDIT-TOTAL
           PERFORM WRITE-GL-LINE
      * Rappels de salaire versés avec les nets du run : portés au
      * débit (charge de personnel complémentaire) pour que le net
      * crédité, qui les inclut, reste équilibré par les débits.
               END-IF
               MOVE "641100" TO GLPOST-COMPTE
               MOVE "Rappels de salaire" TO GLPOST-LIBELLE
               PERFORM WRITE-GL-LINE
           END-IF
      * Saisies retenues sur les nets du run, à reverser aux
      * créanciers : sans cette ligne, l'écriture serait
                   TO GLPOST-LIBELLE
               MOVE WS-GARN-RUN-TOTAL TO GLPOST-MONTANT
               ADD WS-GARN-RUN-TOTAL TO WS-GL-CREDIT-TOTAL
               PERFORM WRITE-GL-LINE
           END-IF
      * Primes d'assurance du personnel retenues sur les nets du
      * run, à reverser au domaine assurance : même raison d'être
                   TO GLPOST-LIBELLE
               MOVE WS-POLPREM-RUN-TOTAL TO GLPOST-MONTANT
               ADD WS-POLPREM-RUN-TOTAL TO WS-GL-CREDIT-TOTAL
               PERFORM WRITE-GL-LINE
           END-IF
      * IJSS subrogees versees avec les nets du run : creance sur la
      * caisse au debit, soldee a l'encaissement du decompte.
           IF WS-IJSS-RUN-TOTAL > ZERO
               MOVE SPACES TO R-GLPOST
               MOVE WS-PAY-PERIOD-DATE TO GLPOST-DATE
               MOVE "D" TO GLPOST-SENS
               MOVE "438700" TO GLPOST-COMPTE
               MOVE "IJSS subrogees a recevoir" TO GLPOST-LIBELLE
               MOVE WS-IJSS-RUN-TOTAL TO GLPOST-MONTANT
               ADD WS-IJSS-RUN-TOTAL TO WS-GL-DEBIT-TOTAL
               PERFORM WRITE-GL-LINE
           END-IF
      * Acomptes de mi-mois recuperes sur les nets du run : l'avance
      * versee en cours de mois est soldee au credit, le net credite
      * etant le net apres reprise.
           IF WS-ADVANCE-RUN-TOTAL > ZERO
               MOVE SPACES TO R-GLPOST
               MOVE WS-PAY-PERIOD-DATE TO GLPOST-DATE
               MOVE "C" TO GLPOST-SENS
               MOVE "425000" TO GLPOST-COMPTE
               MOVE "Acomptes au personnel recuperes"
                   TO GLPOST-LIBELLE
               MOVE WS-ADVANCE-RUN-TOTAL TO GLPOST-MONTANT
               ADD WS-ADVANCE-RUN-TOTAL TO WS-GL-CREDIT-TOTAL
               PERFORM WRITE-GL-LINE
           END-IF
      * Part salariale des titres-restaurant retenue sur les nets du
      * run : credit du compte de l'emetteur, qui facture la valeur
      * faciale entiere.
           IF WS-MEAL-RUN-TOTAL > ZERO
               MOVE SPACES TO R-GLPOST
               MOVE WS-PAY-PERIOD-DATE TO GLPOST-DATE
               MOVE "C" TO GLPOST-SENS
               MOVE "467800" TO GLPOST-COMPTE
               MOVE "Titres-restaurant part salarie"
                   TO GLPOST-LIBELLE
               MOVE WS-MEAL-RUN-TOTAL TO GLPOST-MONTANT
               ADD WS-MEAL-RUN-TOTAL TO WS-GL-CREDIT-TOTAL
               PERFORM WRITE-GL-LINE
           END-IF
      * Notes de frais remboursees avec les nets du run : charge au
      * debit, en face du net credite qui les inclut.
           IF WS-EXPENSE-RUN-TOTAL > ZERO
               MOVE SPACES TO R-GLPOST
               MOVE WS-PAY-PERIOD-DATE TO GLPOST-DATE
               MOVE "D" TO GLPOST-SENS
               MOVE "625100" TO GLPOST-COMPTE
               MOVE "Notes de frais remboursees"
                   TO GLPOST-LIBELLE
               MOVE WS-EXPENSE-RUN-TOTAL TO GLPOST-MONTANT
               ADD WS-EXPENSE-RUN-TOTAL TO WS-GL-DEBIT-TOTAL
               PERFORM WRITE-GL-LINE
           END-IF
      * Charges patronales : debit par agence comme les salaires,
      * credit de la dette envers les organismes. Comptes distincts
      * des charges salariales (431000), que le pointage empxcheck
      * rapproche des bulletins.
           IF WS-EMPLOYER-RUN-TOTAL > ZERO
               PERFORM VARYING SOCDECL-IDX FROM 1 BY 1
                       UNTIL SOCDECL-IDX > WS-SOCDECL-COUNT
                   IF WS-SOCDECL-PATRONAL(SOCDECL-IDX) > ZERO
                       AND WS-SOCDECL-SOCIETE(SOCDECL-IDX)
                           = WS-CO-FILTER
                       MOVE SPACES TO R-GLPOST
                       MOVE WS-PAY-PERIOD-DATE TO GLPOST-DATE
                       MOVE "D" TO GLPOST-SENS
                       MOVE "645000" TO GLPOST-COMPTE
                       STRING "Patronal "
                              WS-SOCDECL-AGENCE(SOCDECL-IDX)
                              SPACE WS-SOCDECL-DEPART(SOCDECL-IDX)
                              DELIMITED BY SIZE INTO GLPOST-LIBELLE
                       MOVE WS-SOCDECL-PATRONAL(SOCDECL-IDX)
                           TO GLPOST-MONTANT
                       ADD WS-SOCDECL-PATRONAL(SOCDECL-IDX)
                           TO WS-GL-DEBIT-TOTAL
                       PERFORM WRITE-GL-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO R-GLPOST
               MOVE WS-PAY-PERIOD-DATE TO GLPOST-DATE
               MOVE "C" TO GLPOST-SENS
               MOVE "431100" TO GLPOST-COMPTE
               MOVE "Charges patronales a reverser" TO GLPOST-LIBELLE
               MOVE WS-EMPLOYER-RUN-TOTAL TO GLPOST-MONTANT
               ADD WS-EMPLOYER-RUN-TOTAL TO WS-GL-CREDIT-TOTAL
               PERFORM WRITE-GL-LINE
           END-IF
      * Part employeur des primes d'assurance du personnel : charge
      * de prevoyance, a reverser au domaine assurance avec les
      * retenues (437000).
           IF WS-POLPREM-EMP-RUN-TOTAL > ZERO
               MOVE SPACES TO R-GLPOST
               MOVE WS-PAY-PERIOD-DATE TO GLPOST-DATE
               MOVE "D" TO GLPOST-SENS
               MOVE "645800" TO GLPOST-COMPTE
               MOVE "Assurance personnel employeur" TO GLPOST-LIBELLE
               MOVE WS-POLPREM-EMP-RUN-TOTAL TO GLPOST-MONTANT
               ADD WS-POLPREM-EMP-RUN-TOTAL TO WS-GL-DEBIT-TOTAL
               PERFORM WRITE-GL-LINE
               MOVE SPACES TO R-GLPOST
               MOVE WS-PAY-PERIOD-DATE TO GLPOST-DATE
               MOVE "C" TO GLPOST-SENS
               MOVE "437100" TO GLPOST-COMPTE
               MOVE "Primes assurance part employeur"
                   TO GLPOST-LIBELLE
               MOVE WS-POLPREM-EMP-RUN-TOTAL TO GLPOST-MONTANT
               ADD WS-POLPREM-EMP-RUN-TOTAL TO WS-GL-CREDIT-TOTAL
               PERFORM WRITE-GL-LINE
           END-IF
           COMPUTE WS-GL-ECART =
               WS-GL-DEBIT-TOTAL - WS-GL-CREDIT-TOTAL
           MOVE "999999" TO GLPOST-COMPTE
           MOVE "Ecart debit/credit" TO GLPOST-LIBELLE
           MOVE WS-GL-ECART TO GLPOST-MONTANT
           PERFORM WRITE-GL-LINE
           IF WS-GL-ECART NOT = ZERO
               DISPLAY "ATTENTION : extrait comptable desequilibre, "
                   "ecart " WS-GL-ECART
           END-IF.

      * Estampille et écrit une ligne de l'extrait comptable, et de
      * l'extrait de la société en cours d'écriture le cas échéant.
       WRITE-GL-LINE.
           MOVE WS-RUN-ID TO GLPOST-RUN-ID
           MOVE WS-GL-PREFIX TO GLPOST-PREFIXE
           IF WS-CO-WRITING = 'Y'
               WRITE R-COOUT FROM R-GLPOST
           END-IF
           WRITE R-GLPOST.

      * Charge employee-companies.dat ; absent, le run reste
      * mono-société (WS-CO-COUNT à zéro) et les extraits gardent
      * leur forme consolidée seule.
       LOAD-COMPANY-TABLE.
           OPEN INPUT F-SOCIETE
           IF WS-SOCIETE-STATUS = "00"
               PERFORM UNTIL WS-SOCIETE-EOF = 'Y'
                   READ F-SOCIETE AT END
                       MOVE 'Y' TO WS-SOCIETE-EOF
                   NOT AT END
                       IF WS-CO-COUNT >= WS-CO-TABLE-MAX
                           IF WS-CO-TABLE-FULL = 'N'
                               MOVE 'Y' TO WS-CO-TABLE-FULL
                               MOVE "CAPACITE WS-CO-ENTRY DEPASSEE"
                                   TO WS-ALERT-CONDITION
                               MOVE "W" TO WS-ALERT-SEVERITY
                               PERFORM WRITE-OPERATIONAL-ALERT
                           END-IF
                       ELSE
                           ADD 1 TO WS-CO-COUNT
                           SET CO-IDX TO WS-CO-COUNT
                           MOVE SOCIETE-CODE TO WS-CO-CODE(CO-IDX)
                           MOVE SOCIETE-NOM TO WS-CO-NOM(CO-IDX)
                           MOVE SOCIETE-SIRET TO WS-CO-SIRET(CO-IDX)
                           MOVE SOCIETE-IBAN TO WS-CO-IBAN(CO-IDX)
                           MOVE SOCIETE-BIC TO WS-CO-BIC(CO-IDX)
                           MOVE SOCIETE-PREFIXE-GL
                               TO WS-CO-PREFIXE(CO-IDX)
                           INITIALIZE WS-CO-TOTALS(CO-IDX)
                       END-IF
               END-PERFORM
               CLOSE F-SOCIETE
           END-IF.

      * Société de l'employé courant : code du maître, blanc pour la
      * société par défaut (première du référentiel). Un code absent
      * du référentiel lève WS-CO-UNKNOWN et l'employé est rattaché
      * à la société par défaut.
       RESOLVE-EMPLOYEE-COMPANY.
           MOVE 'N' TO WS-CO-UNKNOWN
           MOVE ZERO TO WS-CO-CURRENT
           MOVE SPACES TO WS-EMP-SOCIETE
           IF WS-CO-COUNT > ZERO
               MOVE 1 TO WS-CO-CURRENT
               IF REMPLOYE-SOCIETE NOT = SPACES
                   SET CO-IDX TO 1
                   SEARCH WS-CO-ENTRY
                       AT END
                           MOVE 'Y' TO WS-CO-UNKNOWN
                       WHEN WS-CO-CODE(CO-IDX) = REMPLOYE-SOCIETE
                           SET WS-CO-CURRENT TO CO-IDX
                   END-SEARCH
               END-IF
               MOVE WS-CO-CODE(WS-CO-CURRENT) TO WS-EMP-SOCIETE
           END-IF.

       WRITE-COMPANY-EXCEPTION.
           MOVE SPACES TO WS-EXCEPTION-LINE
           STRING "SOCIETE_INCONNUE employe: " REMPLOYE-ID
                  " societe: " REMPLOYE-SOCIETE
                  " rattache a: " WS-EMP-SOCIETE
                  DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
           WRITE R-DEPTEXC FROM WS-EXCEPTION-LINE.

      * Photographie des totaux de run avant le traitement de
      * l'employé ; ACCUMULATE-COMPANY-TOTALS en ajoute l'écart à sa
      * société une fois l'employé traité.
       MARK-RUN-TOTALS-START.
           IF WS-CO-CURRENT > ZERO
               PERFORM COLLECT-RUN-TOTALS
               MOVE WS-RUN-TOTALS TO WS-RT-START
           END-IF.

       ACCUMULATE-COMPANY-TOTALS.
           IF WS-CO-CURRENT > ZERO
               PERFORM COLLECT-RUN-TOTALS
               PERFORM VARYING WS-RT-I FROM 1 BY 1
                       UNTIL WS-RT-I > 13
                   COMPUTE WS-CO-RT(WS-CO-CURRENT, WS-RT-I) =
                       WS-CO-RT(WS-CO-CURRENT, WS-RT-I)
                       + WS-RT-AMOUNT(WS-RT-I) - WS-RT-BEG(WS-RT-I)
               END-PERFORM
           END-IF.

       COLLECT-RUN-TOTALS.
           MOVE WS-SOCDECL-TOTAL TO WS-RT-AMOUNT(1)
           MOVE WS-SOCDECL-HEADCOUNT TO WS-RT-AMOUNT(2)
           MOVE WS-GL-TAX-TOTAL TO WS-RT-AMOUNT(3)
           MOVE WS-TOTAL-SALARY TO WS-RT-AMOUNT(4)
           MOVE WS-BACKPAY-RUN-TOTAL TO WS-RT-AMOUNT(5)
           MOVE WS-GARN-RUN-TOTAL TO WS-RT-AMOUNT(6)
           MOVE WS-POLPREM-RUN-TOTAL TO WS-RT-AMOUNT(7)
           MOVE WS-IJSS-RUN-TOTAL TO WS-RT-AMOUNT(8)
           MOVE WS-ADVANCE-RUN-TOTAL TO WS-RT-AMOUNT(9)
           MOVE WS-EXPENSE-RUN-TOTAL TO WS-RT-AMOUNT(10)
           MOVE WS-EMPLOYER-RUN-TOTAL TO WS-RT-AMOUNT(11)
           MOVE WS-POLPREM-EMP-RUN-TOTAL TO WS-RT-AMOUNT(12)
           MOVE WS-MEAL-RUN-TOTAL TO WS-RT-AMOUNT(13).

       DISTRIBUTE-RUN-TOTALS.
           MOVE WS-RT-AMOUNT(1) TO WS-SOCDECL-TOTAL
           MOVE WS-RT-AMOUNT(2) TO WS-SOCDECL-HEADCOUNT
           MOVE WS-RT-AMOUNT(3) TO WS-GL-TAX-TOTAL
           MOVE WS-RT-AMOUNT(4) TO WS-TOTAL-SALARY
           MOVE WS-RT-AMOUNT(5) TO WS-BACKPAY-RUN-TOTAL
           MOVE WS-RT-AMOUNT(6) TO WS-GARN-RUN-TOTAL
           MOVE WS-RT-AMOUNT(7) TO WS-POLPREM-RUN-TOTAL
           MOVE WS-RT-AMOUNT(8) TO WS-IJSS-RUN-TOTAL
           MOVE WS-RT-AMOUNT(9) TO WS-ADVANCE-RUN-TOTAL
           MOVE WS-RT-AMOUNT(10) TO WS-EXPENSE-RUN-TOTAL
           MOVE WS-RT-AMOUNT(11) TO WS-EMPLOYER-RUN-TOTAL
           MOVE WS-RT-AMOUNT(12) TO WS-POLPREM-EMP-RUN-TOTAL
           MOVE WS-RT-AMOUNT(13) TO WS-MEAL-RUN-TOTAL.

       SWAP-IN-COMPANY-TOTALS.
           PERFORM COLLECT-RUN-TOTALS
           MOVE WS-RUN-TOTALS TO WS-RT-GROUP
           MOVE WS-CO-TOTALS(CO-IDX) TO WS-RUN-TOTALS
           PERFORM DISTRIBUTE-RUN-TOTALS.

       SWAP-BACK-GROUP-TOTALS.
           MOVE WS-RT-GROUP TO WS-RUN-TOTALS
           PERFORM DISTRIBUTE-RUN-TOTALS.

      * Charge employee-ytd.dat en mémoire au démarrage ; absent au
      * premier run de l'année, auquel cas la table démarre vide et
               PERFORM MARK-PREV-MATCHED
           END-IF
           IF REMPLOYE-SALAIRE IS NUMERIC
      * Société inconnue déjà signalée par l'exécution interrompue.
               PERFORM RESOLVE-EMPLOYEE-COMPANY
               PERFORM MARK-RUN-TOTALS-START
               MOVE SPACES TO OUT-DEPART
               MOVE SPACES TO OUT-REGION
               MOVE REMPLOYE-ID TO OUT-ID
               MOVE REMPLOYE-AGENCE TO OUT-AGENCE
               MOVE REMPLOYE-SALAIRE TO WS-GROSS-SALARY
               PERFORM APPLY-SALARY-CHANGE
      * Ligne de la liste des proratises deja ecrite par
      * l'execution interrompue : seul le calcul est rejoue.
               PERFORM APPLY-PRORATA
               PERFORM APPLY-SENIORITY-PREMIUM
               PERFORM APPLY-VARIABLE-ELEMENTS
               PERFORM APPLY-OVERTIME-HOURS
               PERFORM APPLY-SICK-LEAVE
      * Fenêtre d'alerte déjà signalée par l'exécution
      * interrompue : l'indemnité seule est rejouée.
               MOVE 'Y' TO WS-CTREND-REPLAY
      * seul le comptage du récapitulatif est rejoué.
               PERFORM CHECK-SMIC-QUIET
               PERFORM COMPUTE-NET-PAY
               PERFORM COMPUTE-EMPLOYER-CHARGES
      * Les cumuls annuels ne sont persistés qu'en fin de run : une
      * exécution interrompue n'a donc rien enregistré pour les
      * employés rejoués, qui doivent bien être recumulés ici (sauf
      * être rejouée pour retrouver le même net à payer (même
      * raisonnement que les cumuls annuels ci-dessus).
               PERFORM ADD-BACKPAY-TO-NET
               PERFORM ADD-IJSS-TO-NET
               PERFORM APPLY-GARNISHMENT
               PERFORM APPLY-POLICY-PREMIUMS
               PERFORM APPLY-ADVANCE-RECOVERY
               PERFORM APPLY-MEAL-VOUCHER-SHARE
               PERFORM APPLY-EXPENSE-CLAIMS
      * Le fichier de virements est lui aussi réécrit en fin de run
      * seulement : les employés rejoués doivent y reprendre place,
      * sans redoubler les exceptions déjà signalées.
               ADD WS-NET-SALARY TO WS-TOTAL-SALARY
               PERFORM LOOKUP-DEPT-QUIET
               PERFORM ACCUMULATE-SOC-DECLARATION
               IF DEPT-FOUND = 'Y' OR WS-ALLOC-KEYS > ZERO
                   PERFORM ACCUMULATE-REGION-TOTAL
               END-IF
               IF DEPT-FOUND = 'Y'
                   PERFORM REPLAY-LASTDEPT-UPDATE
               END-IF
               PERFORM ACCUMULATE-COMPANY-TOTALS
               PERFORM STORE-EMPLOYEE-ROW
               ADD 1 TO WS-SUCCESS-WRITES
           END-IF
           COPY 'ALERTWRT.cpy'.
           COPY 'RUNIDGET.cpy'.
           COPY 'GENMGT.cpy'.
           COPY 'OUTBWRT.cpy'.
           COPY 'PARAMLOAD.cpy'.

       END PROGRAM employee.
