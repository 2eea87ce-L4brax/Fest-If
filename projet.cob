       ACCESS IS SEQUENTIAL
       FILE STATUS IS fimp_stat.

       SELECT fbatchParam ASSIGN TO WbatParamFile
       ORGANIZATION LINE SEQUENTIAL
       ACCESS IS SEQUENTIAL
       FILE STATUS IS fbpa_stat.

       SELECT fbatchCr ASSIGN TO WbatCrFile
       ORGANIZATION LINE SEQUENTIAL
       ACCESS IS SEQUENTIAL
       FILE STATUS IS fbcr_stat.

       SELECT fsauvegarde ASSIGN TO WsauveFile
       ORGANIZATION SEQUENTIAL
       ACCESS IS SEQUENTIAL
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS farc_stat.

       SELECT freductions ASSIGN TO "reductions.dat"
       ORGANIZATION IS INDEXED
       ACCESS IS dynamic
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS fred_stat
       RECORD KEY IS fred_cleRed
       ALTERNATE RECORD KEY IS fred_dateA WITH DUPLICATES.

       SELECT fquotas ASSIGN TO "quotas_acces.dat"
       ORGANIZATION IS INDEXED
       ACCESS IS dynamic
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS fquo_stat
       RECORD KEY IS fquo_cleQuo.

       SELECT fbenevoles ASSIGN TO "benevoles.dat"
       ORGANIZATION IS INDEXED
       ACCESS IS dynamic
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS fben_stat
       RECORD KEY IS fben_id
       ALTERNATE RECORD KEY IS fben_nom WITH DUPLICATES.

       SELECT faffectations ASSIGN TO "affectations.dat"
       ORGANIZATION IS INDEXED
       ACCESS IS dynamic
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS faff_stat
       RECORD KEY IS faff_cleAff
       ALTERNATE RECORD KEY IS faff_dateA WITH DUPLICATES.

       SELECT fmouvements ASSIGN TO "mouvements.dat"
       ORGANIZATION IS INDEXED
       ACCESS IS dynamic
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS fmvt_stat
       RECORD KEY IS fmvt_id
       ALTERNATE RECORD KEY IS fmvt_date WITH DUPLICATES.

       SELECT fbordereaux ASSIGN TO "bordereaux.dat"
       ORGANIZATION IS INDEXED
       ACCESS IS dynamic
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS fbor_stat
       RECORD KEY IS fbor_num.

       SELECT fmoisclos ASSIGN TO "mois_clos.dat"
       ORGANIZATION IS INDEXED
       ACCESS IS dynamic
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS fmc_stat
       RECORD KEY IS fmc_mois.

       SELECT fannulations ASSIGN TO "annulations_jour.dat"
       ORGANIZATION IS INDEXED
       ACCESS IS dynamic
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS fanj_stat
       RECORD KEY IS fanj_cle.

       SELECT foutbox ASSIGN TO "outbox.dat"
       ORGANIZATION IS INDEXED
       ACCESS IS dynamic
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS fob_stat
       RECORD KEY IS fob_cle.

       SELECT frevendeurs ASSIGN TO "revendeurs.dat"
       ORGANIZATION IS INDEXED
       ACCESS IS dynamic
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS frv_stat
       RECORD KEY IS frv_code.

       SELECT fcontingents ASSIGN TO "contingents.dat"
       ORGANIZATION IS INDEXED
       ACCESS IS dynamic
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS fct_stat
       RECORD KEY IS fct_cle.

       SELECT fventesExt ASSIGN TO "ventes_revendeurs.dat"
       ORGANIZATION IS INDEXED
       ACCESS IS dynamic
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS fvx_stat
       RECORD KEY IS fvx_cle.

       SELECT flogistique ASSIGN TO "logistique.dat"
       ORGANIZATION IS INDEXED
       ACCESS IS dynamic
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS flog_stat
       RECORD KEY IS flog_cle.



DATA DIVISION.
            03 fs_dateA PIC 9(4).
          02 fs_capacite PIC 9(2).
          02 fs_cout  PIC 9(6).  
      *> Bénévoles requis sur la scène pendant chaque représentation.
          02 fs_minBenevoles PIC 9(2).

        FD freservations.
        01 fresTampon. 
          02 fres_clientId      PIC 9(9).
          02 fres_prixVente     PIC 9(4).
          02 fres_cmdId         PIC 9(9).
      *> Réduction accordée à la vente (code ou catégorie de
      *> freductions) et montant retiré du tarif : figés comme le
      *> prix, pour le rapport du manque à gagner.
          02 fres_reducCode     PIC X(10).
          02 fres_remise        PIC 9(4).
      *> Accréditation (entrée sans vente) : fres_typeAcces 0 pour un
      *> pass vendu, 1 presse, 2 partenaire, 3 invité artiste,
      *> 4 staff ; fres_nomGr est le groupe qui invite (type 3). Les
      *> jours couverts sont codés dans fres_nomPa comme un pass.
          02 fres_typeAcces     PIC 9(1).
          02 fres_nomGr         PIC A(30).

        FD fpass.
        01 fpassTampon.
          02 fpai_datePai PIC 9(8).
          02 fpai_mode PIC 9(1).
          02 fpai_recu PIC 9(6).
      *> Rapprochement bancaire : fpai_rappro 0 non rapproché, 1
      *> rapproché du mouvement fpai_mvtId, 2 remis en banque sur le
      *> bordereau fpai_bordereau et en attente du relevé.
          02 fpai_rappro PIC 9(1).
          02 fpai_bordereau PIC 9(6).
          02 fpai_mvtId PIC 9(6).
      *> Part déjà remboursée sur ce paiement quand l'annulation d'un
      *> jour ne rembourse qu'une partie du pass : le paiement reste
      *> (le relevé bancaire porte toujours son montant), l'argent
      *> retenu pour la réservation est fpai_montant - fpai_rembourse.
          02 fpai_rembourse PIC 9(6).

      *> Remboursements d'annulation : chaque paiement supprimé par
      *> ANNULER_PAIEMENTS_RESA laisse ici sa contrepartie, avec son
          02 frem_montant PIC 9(6).
          02 frem_dateRem PIC 9(8).
          02 frem_mode PIC 9(1).
      *> Jours annulés (codés comme un pass) quand le remboursement
      *> vient de l'annulation d'une journée entière, 0 pour une
      *> annulation à l'unité : base de la synthèse pour l'assureur.
          02 frem_lot PIC 9(9).

        FD fiRecus.
        01 firTampon.
          02 fc_echSolde PIC 9(8).
          02 fc_statutAcompte PIC 9(1).
          02 fc_statutSolde PIC 9(1).
      *> Invités du groupe par jour d'édition (accréditations de
      *> type 3).
          02 fc_quotaInvites PIC 9(3).

        FD fimport.
        01 fimpTampon PIC X(200).

      *> Mode batch : fichier de paramètres (une ligne par
      *> traitement, même syntaxe que la ligne de commande, '*' en
      *> tête pour un commentaire) et compte rendu d'exécution.
        FD fbatchParam.
        01 fbpaTampon PIC X(200).

        FD fbatchCr.
        01 fbcrTampon PIC X(160).

        FD fsauvegarde.
        01 fsauTampon PIC X(250).

          02 farc_trancheAge PIC 9(1).
          02 farc_dateVente PIC 9(8).

      *> Tarifs réduits d'une édition, une fiche par code : fred_type
      *> 1 enfant (âge maximum fred_ageMax l'année de l'édition),
      *> 2 étudiant, 3 demandeur d'emploi, 4 PMR, 5 code promo ;
      *> fred_mode 1 pourcentage, 2 montant fixe. Pass applicables à
      *> zéro = tous les pass ; quota et date limite à zéro = sans
      *> limite. fred_utilises compte les réductions accordées.
        FD freductions.
        01 fredTampon.
          02 fred_cleRed.
            03 fred_dateA PIC 9(4).
            03 fred_code PIC X(10).
          02 fred_type PIC 9(1).
          02 fred_libelle PIC X(30).
          02 fred_mode PIC 9(1).
          02 fred_valeur PIC 9(4).
          02 fred_ageMax PIC 9(2).
          02 fred_passApplic PIC 9(9) OCCURS 5 TIMES.
          02 fred_quota PIC 9(5).
          02 fred_utilises PIC 9(5).
          02 fred_dateLimite PIC 9(8).

      *> Quota d'accréditations par édition, par type (1 presse,
      *> 2 partenaire, 4 staff) et par jour. Les invités artistes
      *> (type 3) sont plafonnés par fc_quotaInvites du contrat.
        FD fquotas.
        01 fquoTampon.
          02 fquo_cleQuo.
            03 fquo_dateA PIC 9(4).
            03 fquo_type PIC 9(1).
          02 fquo_jour PIC 9(4) OCCURS 9 TIMES.

      *> Bénévoles, toutes éditions confondues.
        FD fbenevoles.
        01 fbenTampon.
          02 fben_id PIC 9(6).
          02 fben_nom PIC A(30).
          02 fben_prenom PIC A(30).
          02 fben_numTel PIC X(10).
          02 fben_adresseEmail PIC X(30).

      *> Affectations des bénévoles : un créneau par enregistrement,
      *> sur une scène (fs_nomSce) ou un autre poste (accueil, bar...).
      *> Heures au format HHMM, fin au plus tard à 2400.
        FD faffectations.
        01 faffTampon.
          02 faff_cleAff.
            03 faff_benId PIC 9(6).
            03 faff_dateA PIC 9(4).
            03 faff_jour PIC 9(2).
            03 faff_heureDebut PIC 9(4).
          02 faff_heureFin PIC 9(4).
          02 faff_poste PIC A(30).

      *> Mouvements importés du relevé bancaire (B) et de la
      *> télécollecte du TPE (T). fmvt_statut : 0 non rapproché, 1
      *> rapproché, 2 écart de montant (fmvt_ecart = mouvement moins
      *> encaissements), 3 justifié hors billetterie (fmvt_justif).
      *> fmvt_lienType : P paiement(s), B bordereau, T remise TPE,
      *> J justification ; fmvt_lien porte le n° de bordereau ou
      *> l'id de la remise TPE. fmvt_creditId : pour une remise TPE,
      *> le mouvement du relevé qui l'a créditée.
        FD fmouvements.
        01 fmvtTampon.
          02 fmvt_id PIC 9(6).
          02 fmvt_date PIC 9(8).
          02 fmvt_source PIC X(1).
          02 fmvt_montant PIC S9(8)V99.
          02 fmvt_ref PIC X(30).
          02 fmvt_statut PIC 9(1).
          02 fmvt_ecart PIC S9(8)V99.
          02 fmvt_lienType PIC X(1).
          02 fmvt_lien PIC 9(6).
          02 fmvt_creditId PIC 9(6).
          02 fmvt_justif PIC X(30).

      *> Bordereaux de remise en banque des espèces (mode 1) et des
      *> chèques (mode 2) : fbor_statut 0 remis, 1 rapproché du
      *> mouvement fbor_mvtId du relevé.
        FD fbordereaux.
        01 fborTampon.
          02 fbor_num PIC 9(6).
          02 fbor_mode PIC 9(1).
          02 fbor_date PIC 9(8).
          02 fbor_montant PIC 9(8).
          02 fbor_nbPai PIC 9(4).
          02 fbor_statut PIC 9(1).
          02 fbor_mvtId PIC 9(6).

      *> Mois (AAAAMM) clôturés une fois le rapprochement complet.
        FD fmoisclos.
        01 fmcTampon.
          02 fmc_mois PIC 9(6).
          02 fmc_dateClot PIC 9(8).
          02 fmc_nbPai PIC 9(6).
          02 fmc_total PIC 9(9).
          02 fmc_nbMvt PIC 9(6).
          02 fmc_nbEcarts PIC 9(4).

      *> Journal de reprise de l'annulation d'une journée entière :
      *> un lot = une édition et ses jours annulés (fanj_lot, codé
      *> comme un pass). L'entrée fanj_resaId = 0 est l'en-tête du
      *> lot (fanj_etape 3 une fois terminé). Chaque réservation
      *> touchée a son entrée, écrite avant toute écriture, avec le
      *> montant à rembourser figé (fanj_aRemb) et le total encaissé
      *> à ce moment (fanj_payeAvant) ; fanj_etape : 0 retenue,
      *> 1 remboursée, 2 réservation mise à jour, 3 message préparé.
      *> fanj_complet = 1 quand le pass ne couvre plus aucun jour.
        FD fannulations.
        01 fanjTampon.
          02 fanj_cle.
            03 fanj_dateA PIC 9(4).
            03 fanj_lot PIC 9(9).
            03 fanj_resaId PIC 9(36).
          02 fanj_etape PIC 9(1).
          02 fanj_dateLot PIC 9(8).
          02 fanj_complet PIC 9(1).
          02 fanj_typeAcces PIC 9(1).
          02 fanj_cmdId PIC 9(9).
          02 fanj_clientId PIC 9(9).
          02 fanj_ancPass PIC 9(9).
          02 fanj_nouvPass PIC 9(9).
          02 fanj_prix PIC 9(4).
          02 fanj_prorata PIC 9(4).
          02 fanj_payeAvant PIC 9(6).
          02 fanj_aRemb PIC 9(6).
          02 fanj_prenom PIC A(30).
          02 fanj_email PIC X(30).
          02 fanj_numTel PIC X(10).

      *> Boîte d'envoi des messages d'information reprise par le
      *> publipostage, comme offres.dat pour la liste d'attente.
      *> fob_type 'A' message au festivalier (fob_ref = réservation),
      *> 'C' message à l'acheteur d'une commande groupée (fob_ref =
      *> commande). La clé rend l'écriture rejouable sans doublon.
      *> fob_statut : 0 à envoyer, 1 exporté.
        FD foutbox.
        01 fobTampon.
          02 fob_cle.
            03 fob_type PIC X(1).
            03 fob_dateA PIC 9(4).
            03 fob_lot PIC 9(9).
            03 fob_ref PIC 9(36).
          02 fob_dateCre PIC 9(8).
          02 fob_prenom PIC A(30).
          02 fob_email PIC X(30).
          02 fob_numTel PIC X(10).
          02 fob_montant PIC 9(6).
          02 fob_texte PIC X(60).
          02 fob_statut PIC 9(1).

      *> Billetteries extérieures (réseaux de revente, offices de
      *> tourisme) et leur taux de commission en pourcentage.
        FD frevendeurs.
        01 frvTampon.
          02 frv_code PIC X(10).
          02 frv_nom PIC X(30).
          02 frv_tauxCom PIC 9(2)V99.
          02 frv_email PIC X(30).
          02 frv_numTel PIC X(10).

      *> Contingent d'un revendeur par édition et par pass : les
      *> fct_alloue places sont comptées dans fe_nbResaJour dès
      *> l'allocation, donc plus vendables au guichet ; une vente
      *> importée consomme le contingent (fct_vendus) sans toucher à
      *> la jauge. À fct_dateRestit les invendus (fct_rendus) sont
      *> rendus à la jauge générale et fct_restitue passe à 1.
        FD fcontingents.
        01 fctTampon.
          02 fct_cle.
            03 fct_revCode PIC X(10).
            03 fct_dateA PIC 9(4).
            03 fct_nomPa PIC 9(9).
          02 fct_alloue PIC 9(4).
          02 fct_vendus PIC 9(4).
          02 fct_dateRestit PIC 9(8).
          02 fct_restitue PIC 9(1).
          02 fct_rendus PIC 9(4).

      *> Ventes importées des revendeurs, une par billet externe :
      *> la clé refuse un second import du même billet. fvx_resaId
      *> est la réservation créée, fvx_prix le prix déclaré.
        FD fventesExt.
        01 fvxTampon.
          02 fvx_cle.
            03 fvx_revCode PIC X(10).
            03 fvx_billet PIC X(20).
          02 fvx_dateA PIC 9(4).
          02 fvx_nomPa PIC 9(9).
          02 fvx_resaId PIC 9(36).
          02 fvx_dateVente PIC 9(8).
          02 fvx_prix PIC 9(4).
          02 fvx_dateImport PIC 9(8).

      *> Logistique d'accueil des artistes, numérotée par groupe et
      *> par édition. flog_type 1 hébergement (hôtel, chambres,
      *> arrivée, départ, prix d'une chambre pour une nuit), 2
      *> transfert (date, heure, sens 1 arrivée / 2 départ / 3 sur
      *> place, trajet, personnes), 3 autres frais (repas...) à la
      *> date flog_dateTr. flog_cout est le coût réel de la ligne,
      *> porté dans fe_coutArtistes de l'édition.
        FD flogistique.
        01 flogTampon.
          02 flog_cle.
            03 flog_dateA PIC 9(4).
            03 flog_nomGr PIC A(30).
            03 flog_num PIC 9(4).
          02 flog_type PIC 9(1).
          02 flog_hotel PIC X(30).
          02 flog_nbChambres PIC 9(3).
          02 flog_dateArr PIC 9(8).
          02 flog_heureArr PIC 9(4).
          02 flog_dateDep PIC 9(8).
          02 flog_prixNuit PIC 9(4).
          02 flog_dateTr PIC 9(8).
          02 flog_heureTr PIC 9(4).
          02 flog_sens PIC 9(1).
          02 flog_trajet PIC X(40).
          02 flog_nbPers PIC 9(3).
          02 flog_cout PIC 9(6).
          02 flog_libelle PIC X(30).

         FD feditions.
         01 fedTampon.
          02 fe_dateA PIC 9(4).
          02 fe_Ca PIC S9(30).
      *> Budget prévisionnel voté par le conseil d'administration,
      *> par poste : recettes billetterie attendues, enveloppe
      *> artistes (cachets, riders, accueil), enveloppe
      *> scènes/technique, autres charges.
          02 fe_budBillet PIC 9(9).
          02 fe_budCachets PIC 9(9).
          02 fe_budScenes PIC 9(9).
          02 fe_budAutres PIC 9(9).
      *> Repos minimum entre deux créneaux d'un même bénévole, en
      *> minutes.
          02 fe_benReposMin PIC 9(3).
      *> Date (AAAAMMJJ) au-delà de laquelle un pass ne se transfère
      *> plus à un autre festivalier ; 0 = pas de limite.
          02 fe_dateLimTransfert PIC 9(8).
      *> Déclarations de droits après l'édition : taux SACEM et taux
      *> de la taxe sur les spectacles (CNM) en pourcentage des
      *> recettes de billetterie, et ventilation d'une journée sur
      *> ses représentations (2 à parts égales, sinon au prorata de
      *> leur durée).
          02 fe_tauxSacem PIC 9(2)V99.
          02 fe_tauxTaxe PIC 9(2)V99.
          02 fe_modeVentil PIC 9(1).
      *> Calendrier pour l'accueil des artistes : date (AAAAMMJJ) du
      *> jour 1 de l'édition, et avance de la balance sur le début
      *> d'un passage, en minutes.
          02 fe_dateJour1 PIC 9(8).
          02 fe_delaiBalance PIC 9(3).


WORKING-STORAGE SECTION.
        77 fir_stat PIC 9(2).
        77 WnumRecu PIC 9(6).
        77 WpaiAbandon PIC 9(1).
        77 WpaiNet PIC 9(6).
        77 WpaiEcrit PIC 9(1).
        77 WjnlDu PIC 9(8).
        77 WjnlAu PIC 9(8).
        77 WimpCh5 PIC X(30).
        77 WimpCh6 PIC X(30).
        77 WimpCh7 PIC X(30).
        77 WimpCh8 PIC X(30).
        77 WimpCh9 PIC X(30).
        77 WimpCh10 PIC X(30).
        77 WimpMotif PIC X(60).
        77 WimpNum PIC 9(8).
        77 WimpMinutes PIC 9(2).
        77 WbudCachets PIC S9(9).
        77 WbudFin PIC 9(1).

      *> Tarifs réduits et codes promo : contrôle à la vente (pass
      *> concerné, date limite, quota, âge de l'enfant tiré de
      *> fres_dateNaissance), réduction figée dans la réservation, et
      *> rapport par code et par catégorie (pass vendus, manque à
      *> gagner). Dans une commande groupée, le code et la date de
      *> naissance sont saisis pass par pass (WcmdRedT, WcmdNaisT).
        77 fred_stat PIC 9(2).
        77 WredCode PIC X(10).
        77 WredOk PIC 9(1).
        77 WredMotif PIC X(60).
        77 WredNaissance PIC 9(8).
        77 WredDate PIC 9(8).
        77 WredLot PIC 9(1).
        77 WredEnCours PIC 9(5).
        77 WredAnneeN PIC 9(4).
        77 WredAge PIC S9(4).
        77 WredRemise PIC 9(4).
        77 WredIdx PIC 9(2).
        77 WredFin PIC 9(1).
        77 WredNb PIC 9(2).
        77 WredTypeLib PIC X(20).
        77 WredTotPass PIC 9(6).
        77 WredTotManque PIC 9(9).
        77 WredCodeT OCCURS 40 TIMES PIC X(10).
        77 WredTypeT OCCURS 40 TIMES PIC 9(1).
        77 WredPassT OCCURS 40 TIMES PIC 9(6).
        77 WredManqueT OCCURS 40 TIMES PIC 9(9).
        77 WredCatPass OCCURS 5 TIMES PIC 9(6).
        77 WredCatManque OCCURS 5 TIMES PIC 9(9).
        77 WcmdRedT OCCURS 50 TIMES PIC X(10).
        77 WcmdNaisT OCCURS 50 TIMES PIC 9(8).

      *> Accréditations : réservations sans vente (fres_typeAcces),
      *> comptées dans la jauge par MAJ_NBRESERVATION. Quota par type
      *> et par jour (fquotas), par groupe et par jour pour les
      *> invités artistes (fc_quotaInvites). COMPTER_ACCREDITATIONS
      *> compte les accréditations d'un jour par type et pour le
      *> groupe WaccNomGr.
        77 fquo_stat PIC 9(2).
        77 WaccType PIC 9(1).
        77 WaccTypeLib PIC X(20).
        77 WaccNomGr PIC A(30).
        77 WaccJour PIC 9(1).
        77 WaccOk PIC 9(1).
        77 WaccQuota PIC 9(4).
        77 WaccFin PIC 9(1).
        77 WaccIdx PIC 9(2).
        77 WaccNbGroupe PIC 9(4).
        77 WaccTotJour PIC 9(5).
        77 WaccParType OCCURS 4 TIMES PIC 9(4).
        77 WaccQuotaT OCCURS 9 TIMES PIC 9(4).
        77 WaccNbGr PIC 9(3).
        77 WaccGrT OCCURS 100 TIMES PIC A(30).
        77 WaccGrQuota OCCURS 100 TIMES PIC 9(3).
        77 WaccGrIdx PIC 9(3).
        77 WaccCode PIC 9(9).
        77 WaccNbJours PIC 9(1).
        77 WaccJoursT OCCURS 9 TIMES PIC 9(1).
        77 WaccJourIdx PIC 9(2).
        77 WaccUtil PIC 9(4).
        77 WaccQuoPresse OCCURS 9 TIMES PIC 9(4).
        77 WaccQuoPart OCCURS 9 TIMES PIC 9(4).
        77 WaccQuoStaff OCCURS 9 TIMES PIC 9(4).

      *> Planning des bénévoles : contrôles à l'affectation
      *> (chevauchement et repos minimum calculés en minutes depuis le
      *> jour 1 à 0 h, pour traiter aussi la nuit entre deux jours),
      *> feuille d'émargement, planning individuel et créneaux de
      *> représentation sous l'effectif minimum de la scène.
        77 fben_stat PIC 9(2).
        77 faff_stat PIC 9(2).
        77 WbenId PIC 9(6).
        77 WbenFin PIC 9(1).
        77 WbenOk PIC 9(1).
        77 WbenHH PIC 9(2).
        77 WbenMM PIC 9(2).
        77 WbenDebMin PIC 9(6).
        77 WbenFinMin PIC 9(6).
        77 WbenExDebMin PIC 9(6).
        77 WbenExFinMin PIC 9(6).
        77 WbenEcart PIC S9(6).
        77 WbenPoste PIC A(30).
        77 WbenJour PIC 9(2).
        77 WbenNb PIC 9(3).
        77 WbenIdx PIC 9(3).
        77 WbenJ PIC 9(3).
        77 WbenEffectif PIC 9(3).
        77 WbenManques PIC 9(4).
        77 WbenHeureDeb PIC 9(4).
        77 WbenHeureFin PIC 9(4).
        77 WbenSwap PIC X(50).
        01 WbenCreneaux.
          02 WbenLigne OCCURS 200 TIMES.
            03 WbenLDebut PIC 9(4).
            03 WbenLFin PIC 9(4).
            03 WbenLId PIC 9(6).
            03 WbenLPoste PIC A(30).

      *> Transfert d'un pass à un autre festivalier et surclassement
      *> vers un pass couvrant plus de jours. WtrfNouv* : identité du
      *> nouveau bénéficiaire, reportée sur la réservation relue.
      *> WsurAnc/WsurNouv : jours couverts avant et après surclassement
      *> (1 = jour couvert), WsurAjout les seuls jours ajoutés.
        77 WtrfOk PIC 9(1).
        77 WtrfDateJ PIC 9(8).
        77 WtrfAncClient PIC 9(9).
        77 WtrfNouvClient PIC 9(9).
        77 WtrfNouvPrenom PIC A(30).
        77 WtrfNouvDep PIC 9(2).
        77 WtrfNouvMail PIC X(30).
        77 WtrfNouvTel PIC X(10).
        77 WtrfNouvNaiss PIC 9(8).
        77 WsurOk PIC 9(1).
        77 WsurAncPass PIC 9(9).
        77 WsurNouvPass PIC 9(9).
        77 WsurAnc OCCURS 9 TIMES PIC 9(1).
        77 WsurNouv OCCURS 9 TIMES PIC 9(1).
        77 WsurAjout OCCURS 9 TIMES PIC 9(1).
        77 WsurNbAjout PIC 9(1).
        77 WsurIdx PIC 9(2).
        77 WsurPrixDu PIC 9(4).
        77 WsurPrixAnc PIC 9(4).
        77 WsurPrixNouv PIC 9(4).
        77 WsurDiff PIC 9(4).
        77 WsurNouvPrix PIC 9(5).
        77 WsurConf PIC 9(1).

      *> Rapprochement bancaire. WrapMvt* : mouvement en cours de
      *> rapprochement ; WrapStatut/WrapLienType/WrapLien/WrapEcart :
      *> résultat à reporter sur sa fiche (WrapMaj = 1). WrapTol :
      *> jours d'écart admis entre l'encaissement et son crédit au
      *> relevé. WrapPai : paiements retenus pour un rapprochement.
        77 fmvt_stat PIC 9(2).
        77 fbor_stat PIC 9(2).
        77 fmc_stat PIC 9(2).
        77 WrapSource PIC X(1).
        77 WrapId PIC 9(6).
        77 WrapMvtId PIC 9(6).
        77 WrapMvtDate PIC 9(8).
        77 WrapMvtSource PIC X(1).
        77 WrapMvtMontant PIC S9(8)V99.
        77 WrapStatut PIC 9(1).
        77 WrapLienType PIC X(1).
        77 WrapLien PIC 9(6).
        77 WrapEcart PIC S9(8)V99.
        77 WrapMaj PIC 9(1).
        77 WrapFin PIC 9(1).
        77 WrapTrouve PIC 9(1).
        77 WrapTol PIC 9(2).
        77 WrapK PIC 9(2).
        77 WrapDate PIC 9(8).
        77 WrapJourMvt PIC 9(8).
        77 WrapJourPai PIC 9(8).
        77 WrapEcartJ PIC S9(8).
        77 WrapMontant PIC S9(8)V99.
        77 WrapSomme PIC S9(9)V99.
        77 WrapRef PIC X(30).
        77 WrapMode PIC 9(1).
        77 WrapMois PIC 9(6).
        77 WrapMoisCour PIC 9(6).
        77 WrapDu PIC 9(8).
        77 WrapAu PIC 9(8).
        77 WrapNb PIC 9(4).
        77 WrapIdx PIC 9(4).
        77 WrapChoix PIC 9(1).
        77 WrapConf PIC 9(1).
        77 WrapResaId PIC 9(36).
        77 WrapSeq PIC 9(2).
        77 WrapBorNum PIC 9(6).
        77 WrapRappro PIC 9(4).
        77 WrapNbPai PIC 9(6).
        77 WrapNbMvt PIC 9(6).
        77 WrapNbOuverts PIC 9(6).
        77 WrapNbSansBq PIC 9(6).
        77 WrapNbSansPai PIC 9(6).
        77 WrapNbEcarts PIC 9(4).
        77 WrapTotal PIC 9(9).
        77 WrapTotSansBq PIC 9(9).
        77 WrapTotSansPai PIC S9(9)V99.
        77 WrapTotEcarts PIC S9(9)V99.
        77 WrapMontantE PIC -(9)9.99.
        77 WrapEcartE PIC -(9)9.99.
        01 WrapPaiements.
          02 WrapPai OCCURS 300 TIMES.
            03 WrapPResa PIC 9(36).
            03 WrapPSeq PIC 9(2).

      *> Déclaration SACEM / taxe sur les spectacles : recettes
      *> encaissées hors accréditations, réparties par jour
      *> (WdclJ*) puis sur les représentations du jour (WdclRep).
        77 WdclFin PIC 9(1).
        77 WdclNbRep PIC 9(3).
        77 WdclIdx PIC 9(3).
        77 WdclJ PIC 9(2).
        77 WdclPart PIC 9(9)V99.
        77 WdclReste PIC 9(9)V99.
        77 WdclSacem PIC 9(9)V99.
        77 WdclTaxe PIC 9(9)V99.
        77 WdclTotRecette PIC 9(10)V99.
        77 WdclTotSacem PIC 9(10)V99.
        77 WdclTotTaxe PIC 9(10)V99.
        77 WdclNonVentile PIC 9(10)V99.
        77 WdclNbResa PIC 9(6).
        77 WdclMontantE PIC Z(9)9.99.
        77 WdclSacemE PIC Z(9)9.99.
        77 WdclTaxeE PIC Z(9)9.99.
        77 WdclJRecette OCCURS 9 TIMES PIC 9(9)V99.
        77 WdclJDuree OCCURS 9 TIMES PIC 9(5).
        77 WdclJNbRep OCCURS 9 TIMES PIC 9(3).
        77 WdclJFaits OCCURS 9 TIMES PIC 9(3).
        77 WdclJImpute OCCURS 9 TIMES PIC 9(9)V99.
        77 WdclJEntrees OCCURS 9 TIMES PIC 9(6).
        01 WdclReps.
          02 WdclRep OCCURS 300 TIMES.
            03 WdclRJour PIC 9(2).
            03 WdclRHeure PIC 9(4).
            03 WdclRSce PIC A(30).
            03 WdclRGr PIC A(30).
            03 WdclRJauge PIC 9(9).
            03 WdclRDuree PIC 9(4).

      *> Annulation d'une journée entière. WanjLot : jours annulés
      *> codés comme un pass, WanjJAnnul(j) = 1 pour un jour annulé ;
      *> WanjMode : montants remboursés par mode de paiement pour la
      *> synthèse de l'assureur.
        77 fanj_stat PIC 9(2).
        77 fob_stat PIC 9(2).
        77 WanjDateA PIC 9(4).
        77 WanjLot PIC 9(9).
        77 WanjLotE PIC Z(8)9.
        77 WanjOk PIC 9(1).
        77 WanjConf PIC 9(1).
        77 WanjFin PIC 9(1).
        77 WanjResaFin PIC 9(1).
        77 WanjAbandon PIC 9(1).
        77 WanjK PIC 9(2).
        77 WanjJour PIC 9(1).
        77 WanjNbCouv PIC 9(1).
        77 WanjNbAnnul PIC 9(1).
        77 WanjNouvPass PIC 9(9).
        77 WanjProrata PIC 9(4).
        77 WanjPart PIC 9(6).
        77 WanjReste PIC S9(7).
        77 WanjDateJ PIC 9(8).
        77 WanjCmdReste PIC 9(1).
        77 WanjNbRetenues PIC 9(6).
        77 WanjNbTraitees PIC 9(6).
        77 WanjNbErreurs PIC 9(6).
        77 WanjNbResa PIC 9(6).
        77 WanjNbComplet PIC 9(6).
        77 WanjNbPartiel PIC 9(6).
        77 WanjNbAccred PIC 9(6).
        77 WanjNbFilles PIC 9(6).
        77 WanjNbAttente PIC 9(6).
        77 WanjNbRemb PIC 9(6).
        77 WanjNbMsg PIC 9(6).
        77 WanjPrevu PIC 9(9).
        77 WanjTotal PIC 9(9).
        77 WanjMontantE PIC Z(8)9.
        77 WanjIdAff PIC Z(35)9.
        77 WanjJAnnul OCCURS 9 TIMES PIC 9(1).
        77 WanjMode OCCURS 4 TIMES PIC 9(9).

      *> Revendeurs externes : contingents, import des ventes
      *> (fichier point-virgule billet;pass;date de vente;prix;nom;
      *> prénom;mail;téléphone;naissance;département, rejets dans
      *> ventes_rejets.txt) et relevé de commissions face au
      *> décompte déclaré par le revendeur (WrevDecl*).
        77 frv_stat PIC 9(2).
        77 fct_stat PIC 9(2).
        77 fvx_stat PIC 9(2).
        77 WrevCode PIC X(10).
        77 WrevDateA PIC 9(4).
        77 WrevNomPa PIC 9(9).
        77 WrevNb PIC 9(4).
        77 WrevOk PIC 9(1).
        77 WrevFin PIC 9(1).
        77 WrevK PIC 9(2).
        77 WrevDate PIC 9(8).
        77 WrevDateJ PIC 9(8).
        77 WrevReste PIC 9(4).
        77 WrevNbRestit PIC 9(4).
        77 WrevNbVentes PIC 9(6).
        77 WrevNbAnnul PIC 9(6).
        77 WrevTotal PIC 9(9).
        77 WrevCom PIC 9(9)V99.
        77 WrevNet PIC 9(9)V99.
        77 WrevDeclNb PIC 9(6).
        77 WrevDeclMt PIC 9(9).
        77 WrevEcartNb PIC S9(6).
        77 WrevEcartMt PIC S9(9).
        77 WrevTauxE PIC Z9.99.
        77 WrevMontantE PIC -(9)9.99.
        77 WrevNbE PIC -(5)9.

      *> Accueil des artistes : période d'un groupe sur l'édition
      *> tirée de representations.dat (instants AAAAMMJJHHMM de la
      *> première balance et de la fin du dernier passage, dates du
      *> premier et du dernier passage), contrôles, navettes d'un
      *> jour triées par heure et chambres par hôtel et par nuit.
        77 flog_stat PIC 9(2).
        77 WlogNomGr PIC A(30).
        77 WlogDateA PIC 9(4).
        77 WlogNum PIC 9(4).
        77 WlogOk PIC 9(1).
        77 WlogFin PIC 9(1).
        77 WlogRepFin PIC 9(1).
        77 WlogNbRep PIC 9(3).
        77 WlogDebut PIC 9(12).
        77 WlogFinPass PIC 9(12).
        77 WlogPremJour PIC 9(8).
        77 WlogDerJour PIC 9(8).
        77 WlogDateRep PIC 9(8).
        77 WlogInstant PIC 9(12).
        77 WlogInt PIC 9(8).
        77 WlogInt2 PIC 9(8).
        77 WlogHeure PIC 9(2).
        77 WlogMinute PIC 9(2).
        77 WlogMinutes PIC S9(5).
        77 WlogNuits PIC 9(3).
        77 WlogDelta PIC S9(7).
        77 WlogNbAnom PIC 9(4).
        77 WlogMotif PIC X(60).
        77 WlogJour PIC 9(8).
        77 WlogNb PIC 9(4).
        77 WlogTotal PIC 9(9).
        77 WlogCoutE PIC Z(8)9.
        77 WlogChoix PIC 9(1).
        77 WlogNbHot PIC 9(2).
        77 WlogH PIC 9(2).
        77 WlogN PIC 9(2).
        77 WlogNbNav PIC 9(2).
        77 WlogK PIC 9(2).
        77 WlogRang PIC 9(1).
        77 WlogDebMin PIC S9(5).
        77 WlogIdx PIC S9(5).
        77 WlogIntDep PIC 9(8).
        77 WlogNbNuits PIC 9(2).
        01 WlogHotels.
          02 WlogHotel OCCURS 20 TIMES.
            03 WlogHotNom PIC X(30).
            03 WlogHotNuit PIC 9(4) OCCURS 11 TIMES.
            03 WlogHotHors PIC 9(6).
            03 WlogHotCout PIC 9(9).
        01 WlogNavettes.
          02 WlogNav OCCURS 50 TIMES.
            03 WlogNavHeure PIC 9(4).
            03 WlogNavSens PIC 9(1).
            03 WlogNavNomGr PIC A(30).
            03 WlogNavTrajet PIC X(40).
            03 WlogNavPers PIC 9(3).

      *> Mode batch : traitement et paramètres d'une ligne (ligne de
      *> commande ou fichier de paramètres), compte technique, code
      *> retour du traitement (WbatCodeTrait) et de l'exécution
      *> (WbatCode) : 0 OK, 4 avertissement, 8 erreur.
        77 fbpa_stat PIC 9(2).
        77 fbcr_stat PIC 9(2).
        77 WbatLigne PIC X(200).
        77 WbatParamFile PIC X(40).
        77 WbatCrFile PIC X(40).
        77 WbatHorod PIC X(14).
        77 WbatNiveau PIC X(6).
        77 WbatTexte PIC X(120).
        77 WbatCompte PIC X(30).
        77 WbatMotPasse PIC X(30).
        77 WbatAuth PIC 9(1).
        77 WbatTrait PIC X(30).
        77 WbatEdition PIC 9(4).
        77 WbatJour PIC 9(2).
        77 WbatDate PIC 9(8).
        77 WbatAge PIC 9(2).
        77 WbatFichier PIC X(40).
        77 WbatPorte PIC X(10).
        77 WbatErrParam PIC X(60).
        77 WbatCle PIC X(20).
        77 WbatVal PIC X(60).
        77 WbatNbEgal PIC 9(2).
        77 WbatI PIC 9(2).
        77 WbatIdx PIC S9(5).
        77 WbatFin PIC 9(1).
        77 WbatNbTrait PIC 9(3).
        77 WbatCode PIC 9(1).
        77 WbatCodeTrait PIC 9(1).
        01 WbatMots.
          02 WbatMot PIC X(60) OCCURS 12 TIMES.


      *> Variables globales   
        77 choixMenu PIC 9(2).
         CLOSE farchives
       END-IF

       OPEN I-O freductions
       IF fred_stat = 35 THEN
         OPEN OUTPUT freductions
         CLOSE freductions
       ELSE
         CLOSE freductions
       END-IF

       OPEN I-O fquotas
       IF fquo_stat = 35 THEN
         OPEN OUTPUT fquotas
         CLOSE fquotas
       ELSE
         CLOSE fquotas
       END-IF

       OPEN I-O fbenevoles
       IF fben_stat = 35 THEN
         OPEN OUTPUT fbenevoles
         CLOSE fbenevoles
       ELSE
         CLOSE fbenevoles
       END-IF

       OPEN I-O faffectations
       IF faff_stat = 35 THEN
         OPEN OUTPUT faffectations
         CLOSE faffectations
       ELSE
         CLOSE faffectations
       END-IF

       OPEN I-O fmouvements
       IF fmvt_stat = 35 THEN
         OPEN OUTPUT fmouvements
         CLOSE fmouvements
       ELSE
         CLOSE fmouvements
       END-IF

       OPEN I-O fbordereaux
       IF fbor_stat = 35 THEN
         OPEN OUTPUT fbordereaux
         CLOSE fbordereaux
       ELSE
         CLOSE fbordereaux
       END-IF

       OPEN I-O fmoisclos
       IF fmc_stat = 35 THEN
         OPEN OUTPUT fmoisclos
         CLOSE fmoisclos
       ELSE
         CLOSE fmoisclos
       END-IF

       OPEN I-O fannulations
       IF fanj_stat = 35 THEN
         OPEN OUTPUT fannulations
         CLOSE fannulations
       ELSE
         CLOSE fannulations
       END-IF

       OPEN I-O foutbox
       IF fob_stat = 35 THEN
         OPEN OUTPUT foutbox
         CLOSE foutbox
       ELSE
         CLOSE foutbox
       END-IF

       OPEN I-O frevendeurs
       IF frv_stat = 35 THEN
         OPEN OUTPUT frevendeurs
         CLOSE frevendeurs
       ELSE
         CLOSE frevendeurs
       END-IF

       OPEN I-O fcontingents
       IF fct_stat = 35 THEN
         OPEN OUTPUT fcontingents
         CLOSE fcontingents
       ELSE
         CLOSE fcontingents
       END-IF

       OPEN I-O fventesExt
       IF fvx_stat = 35 THEN
         OPEN OUTPUT fventesExt
         CLOSE fventesExt
       ELSE
         CLOSE fventesExt
       END-IF

       OPEN I-O flogistique
       IF flog_stat = 35 THEN
         OPEN OUTPUT flogistique
         CLOSE flogistique
       ELSE
         CLOSE flogistique
       END-IF

       OPEN EXTEND fincrements
       IF fi_stat = 35 THEN
         OPEN OUTPUT fincrements
       MOVE 0 TO WchoixCo
       MOVE 0 TO Wconnect

      *> Lancé avec des arguments (traitement et paramètres, ou
      *> PARAMETRES=<fichier>), le programme tourne sans aucune saisie
      *> pour les chaînes de nuit et rend son code retour.
       ACCEPT WbatLigne FROM COMMAND-LINE
       IF WbatLigne NOT = SPACES THEN
         PERFORM MODE_BATCH
         MOVE WbatCode TO RETURN-CODE
         STOP RUN
       END-IF


       PERFORM WITH TEST AFTER UNTIL choixMenu=0 
        PERFORM WITH TEST AFTER UNTIL choixMenu<9  
              DISPLAY ' |Clôture de journée          :         10|'
              DISPLAY ' |Archivage anciennes éditions :        11|'
              DISPLAY ' |Restauration de sauvegarde  :         12|'
              DISPLAY ' |Planning des bénévoles      :         13|'
              DISPLAY ' |________________________________________|'
              DISPLAY 'Faites un choix : ' WITH NO ADVANCING
              ACCEPT choixMenu
                       IF WdroitOk = 1 THEN
                         PERFORM RESTAURER_SAUVEGARDE
                       END-IF
               WHEN 13 MOVE '35' TO WdroitProfils
                       PERFORM VERIF_DROIT
                       IF WdroitOk = 1 THEN
                         PERFORM GESTION_BENEVOLES
                       END-IF
              END-EVALUATE
         END-PERFORM
       END-PERFORM
      *> Gestion des réservations
       GESTION_RESERVATIONS.
      	PERFORM WITH TEST AFTER UNTIL choix=0
         PERFORM WITH TEST AFTER UNTIL choix<15
              DISPLAY '  ______* Gestion des réservations *______'
              DISPLAY ' |Annuler                    :           0|'
              DISPLAY ' |Ajouter une reservation    :           1|'
              DISPLAY ' |Offres aux listes d''attente :          8|'
              DISPLAY ' |Fichier clients            :           9|'
              DISPLAY ' |Commandes groupées         :          10|'
              DISPLAY ' |Accréditations et invitations :       11|'
              DISPLAY ' |Transfert et surclassement :          12|'
              DISPLAY ' |Annulation de journées     :          13|'
              DISPLAY ' |Revendeurs externes        :          14|'
              DISPLAY ' |________________________________________|'
              DISPLAY 'Faites un choix : ' WITH NO ADVANCING
              ACCEPT choix
                      IF WdroitOk = 1 THEN
                        PERFORM GESTION_COMMANDES
                      END-IF
              WHEN 11 MOVE '15' TO WdroitProfils
                      PERFORM VERIF_DROIT
                      IF WdroitOk = 1 THEN
                        PERFORM GESTION_ACCREDITATIONS
                      END-IF
              WHEN 12 MOVE '15' TO WdroitProfils
                      PERFORM VERIF_DROIT
                      IF WdroitOk = 1 THEN
                        PERFORM GESTION_TRANSFERTS
                      END-IF
              WHEN 13 MOVE '5' TO WdroitProfils
                      PERFORM VERIF_DROIT
                      IF WdroitOk = 1 THEN
                        PERFORM GESTION_ANNULATION_JOURNEE
                      END-IF
              WHEN 14 MOVE '145' TO WdroitProfils
                      PERFORM VERIF_DROIT
                      IF WdroitOk = 1 THEN
                        PERFORM GESTION_REVENDEURS
                      END-IF
              END-EVALUATE
         END-PERFORM
       END-PERFORM.
                  MOVE fcl_id TO fres_clientId
                END-IF
                MOVE fres_dateA TO fe_dateA
                MOVE SPACES TO WredCode
                IF Wwaitlisted = 0 THEN
                  MOVE fres_dateNaissance TO WredNaissance
                  MOVE FUNCTION CURRENT-DATE(1:8) TO WredDate
                  MOVE 0 TO WredLot
                  PERFORM SAISIR_REDUCTION
                END-IF

                IF Wwaitlisted = 1 THEN
                  PERFORM AJOUTER_LISTE_ATTENTE
                    MOVE fres_nomPa TO fp_nomPa
                    MOVE fres_dateA TO fp_dateA
                    PERFORM CALCULER_PRIX_VENTE
                    PERFORM APPLIQUER_REDUCTION
                    MOVE WprixVente TO fres_prixVente
                    MOVE 0 TO fres_cmdId
                    MOVE 0 TO fres_typeAcces
                    MOVE SPACES TO fres_nomGr
                    WRITE fresTampon
                    NOT INVALID KEY
                      PERFORM MAJ_NBRESERVATION
                      PERFORM CONSOMMER_REDUCTION
                      DISPLAY "___________________________________________"
                      STRING 'AJOUTER_RESERVATION fres_id=' fres_id
                        ' reduc=' fres_reducCode
                        DELIMITED BY SIZE INTO WauditCible
                      PERFORM ENREGISTRER_AUDIT
                      DISPLAY 'Un acompte est-il encaissé immédiatement'
                           MOVE fres_dateA TO fp_dateA
                           PERFORM CALCULER_PRIX_VENTE
                           MOVE WprixVente TO fres_prixVente
                           MOVE SPACES TO fres_reducCode
                           MOVE 0 TO fres_remise
                           MOVE 0 TO fres_cmdId
                           MOVE 0 TO fres_typeAcces
                           MOVE SPACES TO fres_nomGr
                           WRITE fresTampon
                           NOT INVALID KEY
                             PERFORM MAJ_NBRESERVATION
                        DISPLAY 'Impossible de supprimer la réservation'
                      NOT INVALID KEY
                        PERFORM ANNULER_NBRESERVATION
                        PERFORM LIBERER_REDUCTION
                        DISPLAY 'Réservation annulée'
                        STRING 'ANNULER_RESERVATION fres_id=' fres_id
                          DELIMITED BY SIZE INTO WauditCible
        DISPLAY 'Adresse mail       : ', fres_adresseEmail
        DISPLAY 'Numéro de téléphone: ', fres_numTel
        DISPLAY 'Date de naissance  : ', fres_dateNaissance
        IF fres_typeAcces > 0 THEN
          MOVE fres_typeAcces TO WaccType
          PERFORM LIBELLE_TYPE_ACCES
          DISPLAY 'Accréditation      : ', WaccTypeLib, ' ', fres_nomGr
        END-IF
        PERFORM CHARGER_PRIX_RESERVATION
        MOVE fres_id TO WresaId
        PERFORM CALCULER_TOTAL_PAIEMENTS
        COMPUTE WpaiSolde = WprixDu - WpaiTotal
        DISPLAY 'Prix de vente      : ', WprixDu
        IF fres_reducCode NOT = SPACES THEN
          DISPLAY 'Réduction          : ', fres_reducCode,
            ' (-', fres_remise, ')'
        END-IF
        DISPLAY 'Encaissé           : ', WpaiTotal
        IF WpaiSolde > 0 THEN
          DISPLAY 'Reste dû           : ', WpaiSolde
                  END-PERFORM
                  DISPLAY 'Pass ', fp_nomPa, ' ajouté (', WcmdNb,
                    ' au lot)'
      *> Réduction pass par pass : un lot de comité d'entreprise mêle
      *> adultes, enfants et étudiants. La date de naissance de
      *> l'acheteur sert par défaut ; celle de l'enfant est demandée
      *> pour un tarif enfant (cf SAISIR_REDUCTION).
                  MOVE fp_nomPa TO fres_nomPa
                  MOVE fcl_dateNaissance TO WredNaissance
                  MOVE FUNCTION CURRENT-DATE(1:8) TO WredDate
                  MOVE 1 TO WredLot
                  PERFORM SAISIR_REDUCTION
                  MOVE WredCode TO WcmdRedT(WcmdNb)
                  MOVE WredNaissance TO WcmdNaisT(WcmdNb)
                ELSE
                  DISPLAY 'Code de pass invalide.'
                END-IF
                    MOVE fcl_dep TO fres_dep
                    MOVE fcl_adresseEmail TO fres_adresseEmail
                    MOVE fcl_numTel TO fres_numTel
                    MOVE WcmdNaisT(WcmdIdx) TO fres_dateNaissance
                    MOVE fcl_id TO fres_clientId
                    MOVE FUNCTION CURRENT-DATE(1:8) TO fres_dateVente
                    MOVE fres_dateVente TO WtarDate
                    MOVE fres_nomPa TO fp_nomPa
                    MOVE fres_dateA TO fp_dateA
                    PERFORM CALCULER_PRIX_VENTE
                    MOVE WcmdRedT(WcmdIdx) TO WredCode
                    PERFORM APPLIQUER_REDUCTION
                    MOVE WprixVente TO fres_prixVente
                    MOVE WcmdId TO fres_cmdId
                    MOVE 0 TO fres_typeAcces
                    MOVE SPACES TO fres_nomGr
                    WRITE fresTampon
                    INVALID KEY
                      DISPLAY 'Impossible d''écrire la réservation'
                    NOT INVALID KEY
                      PERFORM MAJ_NBRESERVATION
                      PERFORM CONSOMMER_REDUCTION
                    END-WRITE
                  END-IF
                END-PERFORM
                  fres_id
              NOT INVALID KEY
                PERFORM ANNULER_NBRESERVATION
                PERFORM LIBERER_REDUCTION
                MOVE 1 TO WresaAnnulee
            END-DELETE
          END-IF
          PERFORM GENERER_OFFRE_PLACE
        END-IF.

      *> Annulation d'une ou plusieurs journées entières (intempéries,
      *> arrêté préfectoral) : traitement par lots de toutes les
      *> réservations, filles de commandes groupées comprises, dont
      *> le pass couvre un jour annulé, avec sa synthèse pour
      *> l'assureur et l'export de la boîte d'envoi vers le
      *> publipostage. Réservé aux administrateurs.
       GESTION_ANNULATION_JOURNEE.
        PERFORM WITH TEST AFTER UNTIL choix=0
         PERFORM WITH TEST AFTER UNTIL choix<9
              DISPLAY '  _______* Annulation de journées *_______'
              DISPLAY ' |Annuler                    :           0|'
              DISPLAY ' |Lancer ou reprendre un lot :           1|'
              DISPLAY ' |Synthèse pour l''assureur   :           2|'
              DISPLAY ' |Exporter la boîte d''envoi  :           3|'
              DISPLAY ' |________________________________________|'
              DISPLAY 'Faites un choix : ' WITH NO ADVANCING
              ACCEPT choix
              EVALUATE choix
              WHEN 1 PERFORM ANNULER_JOURNEES
              WHEN 2 PERFORM SYNTHESE_ANNULATION
              WHEN 3 PERFORM EXPORTER_OUTBOX
              END-EVALUATE
         END-PERFORM
        END-PERFORM.

      *> Saisie de l'édition et des jours annulés (codés comme un
      *> pass : 2 pour le jour 2, 23 pour les jours 2 et 3), chargés
      *> dans WanjDateA, WanjLot et WanjJAnnul. WanjOk = 1 si valide.
       SAISIR_LOT_ANNULATION.
        MOVE 0 TO WanjOk
        DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
        ACCEPT fe_dateA
        OPEN INPUT feditions
        PERFORM VERIF_EDITION
        CLOSE feditions
        IF Wtrouve = 0 THEN
          DISPLAY 'Edition introuvable.'
        ELSE
          DISPLAY 'Jours annulés, codés comme un pass (ex : 2 ou 23) : '
          WITH NO ADVANCING
          ACCEPT WanjLot
          MOVE WanjLot TO WpassCode
          PERFORM VERIF_PASS_CODE_VALIDE
          IF WpassValide = 0 THEN
            DISPLAY 'Jours invalides pour cette édition de ',
              fe_nbJours, ' jour(s).'
          ELSE
            MOVE 1 TO WanjOk
            MOVE fe_dateA TO WanjDateA
            MOVE WanjLot TO WanjLotE
            PERFORM VARYING WanjK FROM 1 BY 1 UNTIL WanjK > 9
              MOVE 0 TO WanjJAnnul(WanjK)
            END-PERFORM
            PERFORM VARYING WanjK FROM 1 BY 1
                UNTIL WanjK > WpassNbJours
              MOVE 1 TO WanjJAnnul(WpassJours(WanjK))
            END-PERFORM
          END-IF
        END-IF.

      *> Lancement ou reprise d'un lot. Le lot est rejouable : les
      *> réservations sont d'abord retenues dans annulations_jour.dat
      *> avec leur remboursement figé, puis traitées étape par étape,
      *> chaque étape franchie étant notée sur leur entrée. Un lot
      *> coupé se relance à l'identique (même édition, mêmes jours) et
      *> reprend à l'étape où chaque réservation s'était arrêtée :
      *> ce qui a été remboursé ne l'est pas une seconde fois.
       ANNULER_JOURNEES.
        PERFORM SAISIR_LOT_ANNULATION
        IF WanjOk = 1 THEN
          OPEN I-O fannulations
          MOVE WanjDateA TO fanj_dateA
          MOVE WanjLot TO fanj_lot
          MOVE 0 TO fanj_resaId
          READ fannulations
          INVALID KEY
            DISPLAY 'Annuler les jours ', FUNCTION TRIM(WanjLotE),
              ' de l''édition ', WanjDateA, ' : toutes les '
              'réservations concernées seront remboursées.'
            DISPLAY 'Confirmer (1 oui, 0 non) : ' WITH NO ADVANCING
            ACCEPT WanjConf
            IF WanjConf = 1 THEN
              MOVE WanjDateA TO fanj_dateA
              MOVE WanjLot TO fanj_lot
              MOVE 0 TO fanj_resaId
              MOVE 0 TO fanj_etape
              MOVE FUNCTION CURRENT-DATE(1:8) TO fanj_dateLot
              MOVE 0 TO fanj_complet
              MOVE 0 TO fanj_typeAcces
              MOVE 0 TO fanj_cmdId
              MOVE 0 TO fanj_clientId
              MOVE WanjLot TO fanj_ancPass
              MOVE 0 TO fanj_nouvPass
              MOVE 0 TO fanj_prix
              MOVE 0 TO fanj_prorata
              MOVE 0 TO fanj_payeAvant
              MOVE 0 TO fanj_aRemb
              MOVE SPACES TO fanj_prenom
              MOVE SPACES TO fanj_email
              MOVE SPACES TO fanj_numTel
              WRITE fanjTampon
              INVALID KEY
                DISPLAY 'Impossible d''ouvrir le lot.'
                MOVE 0 TO WanjOk
              NOT INVALID KEY
                STRING 'ANNULER_JOURNEES lancement edition=' WanjDateA
                  ' jours=' WanjLot DELIMITED BY SIZE INTO WauditCible
                PERFORM ENREGISTRER_AUDIT
              END-WRITE
            ELSE
              DISPLAY 'Annulation abandonnée'
              MOVE 0 TO WanjOk
            END-IF
          NOT INVALID KEY
            IF fanj_etape = 3 THEN
              DISPLAY 'Lot déjà traité (lancé le ', fanj_dateLot,
                ') : voir la synthèse pour l''assureur.'
              MOVE 0 TO WanjOk
            ELSE
              DISPLAY 'Reprise du lot interrompu lancé le ',
                fanj_dateLot
              STRING 'ANNULER_JOURNEES reprise edition=' WanjDateA
                ' jours=' WanjLot DELIMITED BY SIZE INTO WauditCible
              PERFORM ENREGISTRER_AUDIT
            END-IF
          END-READ
          CLOSE fannulations
        END-IF
        IF WanjOk = 1 THEN
          PERFORM RETENIR_RESERVATIONS_LOT
          PERFORM TRAITER_LOT_ANNULATION
          DISPLAY WanjNbRetenues, ' réservation(s) retenue(s), ',
            WanjNbTraitees, ' traitée(s) à ce passage.'
          IF WanjNbErreurs > 0 THEN
            DISPLAY WanjNbErreurs, ' réservation(s) restent à traiter'
            ' : relancer le même lot plus tard.'
          ELSE
            OPEN I-O fannulations
            MOVE WanjDateA TO fanj_dateA
            MOVE WanjLot TO fanj_lot
            MOVE 0 TO fanj_resaId
            READ fannulations
            NOT INVALID KEY
              MOVE 3 TO fanj_etape
              REWRITE fanjTampon END-REWRITE
            END-READ
            CLOSE fannulations
            STRING 'ANNULER_JOURNEES termine edition=' WanjDateA
              ' jours=' WanjLot DELIMITED BY SIZE INTO WauditCible
            PERFORM ENREGISTRER_AUDIT
            DISPLAY 'Lot terminé.'
            PERFORM ECRIRE_SYNTHESE_ANNULATION
          END-IF
        END-IF.

      *> Première passe : chaque réservation de l'édition dont le
      *> pass couvre un jour annulé reçoit son entrée au journal du
      *> lot, si elle ne l'a pas déjà. Le remboursement y est figé
      *> avant toute écriture : le prix (CHARGER_PRIX_RESERVATION)
      *> au prorata des jours annulés sur les jours du pass, plafonné
      *> au trop-perçu une fois le prix ramené aux jours restants ;
      *> tout l'encaissé quand le pass ne couvre plus aucun jour.
       RETENIR_RESERVATIONS_LOT.
        MOVE 0 TO WanjNbRetenues
        OPEN INPUT freservations
        OPEN I-O fannulations
        MOVE WanjDateA TO fres_dateA
        MOVE 0 TO WanjResaFin
        START freservations, KEY = fres_dateA
          INVALID KEY
            MOVE 1 TO WanjResaFin
        END-START
        PERFORM WITH TEST BEFORE UNTIL WanjResaFin = 1
          READ freservations NEXT RECORD
          AT END MOVE 1 TO WanjResaFin
          NOT AT END
            IF fres_dateA NOT = WanjDateA THEN
              MOVE 1 TO WanjResaFin
            ELSE
              PERFORM DECOUPER_PASS_LOT
              IF WanjNbAnnul > 0 THEN
                MOVE WanjDateA TO fanj_dateA
                MOVE WanjLot TO fanj_lot
                MOVE fres_id TO fanj_resaId
                READ fannulations
                INVALID KEY
                  PERFORM PLANIFIER_REMBOURSEMENT_LOT
                  WRITE fanjTampon
                  INVALID KEY
                    DISPLAY 'Réservation ', fres_id,
                      ' non retenue (journal du lot).'
                  NOT INVALID KEY
                    ADD 1 TO WanjNbRetenues
                  END-WRITE
                NOT INVALID KEY
                  ADD 1 TO WanjNbRetenues
                END-READ
              END-IF
            END-IF
          END-READ
        END-PERFORM
        CLOSE fannulations
        CLOSE freservations.

      *> Jours du pass de fresTampon : WanjNbCouv jours couverts dont
      *> WanjNbAnnul annulés, et WanjNouvPass, le code du pass réduit
      *> aux jours restants (0 s'il n'en reste aucun). Les jours sont
      *> rendus du dernier au premier par VERIF_PASS_CODE_VALIDE.
       DECOUPER_PASS_LOT.
        MOVE 0 TO WanjNbCouv
        MOVE 0 TO WanjNbAnnul
        MOVE 0 TO WanjNouvPass
        MOVE fres_nomPa TO WpassCode
        PERFORM VERIF_PASS_CODE_VALIDE
        IF WpassValide = 1 THEN
          MOVE WpassNbJours TO WanjNbCouv
          PERFORM VARYING WanjK FROM WpassNbJours BY -1
              UNTIL WanjK < 1
            MOVE WpassJours(WanjK) TO WanjJour
            IF WanjJAnnul(WanjJour) = 1 THEN
              ADD 1 TO WanjNbAnnul
            ELSE
              COMPUTE WanjNouvPass = WanjNouvPass * 10 + WanjJour
            END-IF
          END-PERFORM
        END-IF.

      *> Entrée du journal pour la réservation de fresTampon, jours
      *> découpés par DECOUPER_PASS_LOT.
       PLANIFIER_REMBOURSEMENT_LOT.
        MOVE 0 TO fanj_etape
        MOVE FUNCTION CURRENT-DATE(1:8) TO fanj_dateLot
        MOVE fres_typeAcces TO fanj_typeAcces
        MOVE fres_cmdId TO fanj_cmdId
        MOVE fres_clientId TO fanj_clientId
        MOVE fres_nomPa TO fanj_ancPass
        MOVE WanjNouvPass TO fanj_nouvPass
        MOVE fres_prenom TO fanj_prenom
        MOVE fres_adresseEmail TO fanj_email
        MOVE fres_numTel TO fanj_numTel
        PERFORM CHARGER_PRIX_RESERVATION
        MOVE WprixDu TO fanj_prix
        MOVE fres_id TO WresaId
        PERFORM CALCULER_TOTAL_PAIEMENTS
        MOVE WpaiTotal TO fanj_payeAvant
        IF WanjNouvPass = 0 THEN
          MOVE 1 TO fanj_complet
          MOVE WprixDu TO fanj_prorata
          MOVE WpaiTotal TO fanj_aRemb
        ELSE
          MOVE 0 TO fanj_complet
          COMPUTE fanj_prorata ROUNDED =
            WprixDu * WanjNbAnnul / WanjNbCouv
          COMPUTE WanjReste = WpaiTotal - WprixDu + fanj_prorata
          IF WanjReste < 0 THEN
            MOVE 0 TO WanjReste
          END-IF
          IF WanjReste > fanj_prorata THEN
            MOVE fanj_prorata TO WanjReste
          END-IF
          MOVE WanjReste TO fanj_aRemb
        END-IF.

      *> Seconde passe : toutes les entrées du lot pas encore menées
      *> au bout, dans l'ordre des réservations.
       TRAITER_LOT_ANNULATION.
        MOVE 0 TO WanjNbTraitees
        MOVE 0 TO WanjNbErreurs
        OPEN I-O fannulations
        MOVE WanjDateA TO fanj_dateA
        MOVE WanjLot TO fanj_lot
        MOVE 0 TO fanj_resaId
        MOVE 0 TO WanjFin
        START fannulations, KEY > fanj_cle
          INVALID KEY
            MOVE 1 TO WanjFin
        END-START
        PERFORM WITH TEST BEFORE UNTIL WanjFin = 1
          READ fannulations NEXT RECORD
          AT END MOVE 1 TO WanjFin
          NOT AT END
            IF fanj_dateA NOT = WanjDateA OR fanj_lot NOT = WanjLot
            THEN
              MOVE 1 TO WanjFin
            ELSE
              IF fanj_etape < 3 THEN
                PERFORM TRAITER_RESERVATION_LOT
              END-IF
            END-IF
          END-READ
        END-PERFORM
        CLOSE fannulations.

      *> Une réservation du lot, reprise à son étape : remboursement,
      *> puis mise à jour de la réservation et des compteurs, puis
      *> message. L'étape est réécrite dès qu'elle est franchie ; un
      *> échec laisse l'entrée à son étape pour le prochain passage.
       TRAITER_RESERVATION_LOT.
        MOVE 0 TO WanjAbandon
        IF fanj_etape = 0 THEN
          PERFORM REMBOURSER_RESA_LOT
          IF WanjAbandon = 0 THEN
            MOVE 1 TO fanj_etape
            REWRITE fanjTampon END-REWRITE
          END-IF
        END-IF
        IF WanjAbandon = 0 AND fanj_etape = 1 THEN
          PERFORM MAJ_RESERVATION_LOT
          IF WanjAbandon = 0 THEN
            MOVE 2 TO fanj_etape
            REWRITE fanjTampon END-REWRITE
          END-IF
        END-IF
        IF WanjAbandon = 0 AND fanj_etape = 2 THEN
          PERFORM PREPARER_MESSAGE_LOT
          IF WanjAbandon = 0 THEN
            MOVE 3 TO fanj_etape
            REWRITE fanjTampon END-REWRITE
          END-IF
        END-IF
        IF WanjAbandon = 0 THEN
          ADD 1 TO WanjNbTraitees
        ELSE
          ADD 1 TO WanjNbErreurs
        END-IF.

      *> Remboursement d'une réservation du lot. Pass entièrement
      *> annulé : chaque paiement est rendu pour ce qu'il en reste et
      *> supprimé, comme ANNULER_PAIEMENTS_RESA. Sinon le montant figé
      *> fanj_aRemb, diminué de ce qu'un passage précédent a déjà
      *> rendu (fanj_payeAvant moins l'encaissé net actuel), est
      *> imputé sur les paiements dans l'ordre et noté dans leur
      *> fpai_rembourse. Chaque paiement touché est complet en
      *> lui-même, la coupure entre deux paiements est sans risque.
       REMBOURSER_RESA_LOT.
        MOVE fanj_resaId TO WresaId
        IF fanj_complet = 1 THEN
          MOVE 999999 TO WanjReste
        ELSE
          PERFORM CALCULER_TOTAL_PAIEMENTS
          COMPUTE WanjReste = fanj_aRemb - fanj_payeAvant + WpaiTotal
          IF WanjReste > fanj_aRemb THEN
            MOVE fanj_aRemb TO WanjReste
          END-IF
        END-IF
        IF WanjReste > 0 THEN
          OPEN I-O fpaiements
          MOVE WresaId TO fpai_resaId
          MOVE 0 TO fpai_seq
          MOVE 0 TO WpaiFin
          START fpaiements, KEY NOT < fpai_clePai
            INVALID KEY
              MOVE 1 TO WpaiFin
          END-START
          PERFORM WITH TEST BEFORE UNTIL WpaiFin = 1
            READ fpaiements NEXT RECORD
            AT END MOVE 1 TO WpaiFin
            NOT AT END
              IF fpai_resaId NOT = WresaId THEN
                MOVE 1 TO WpaiFin
              ELSE
                COMPUTE WanjPart = fpai_montant - fpai_rembourse
                IF WanjPart > WanjReste THEN
                  MOVE WanjReste TO WanjPart
                END-IF
                IF WanjPart > 0 THEN
                  PERFORM REMBOURSER_PART_LOT
                END-IF
                IF WanjAbandon = 0 THEN
                  IF fanj_complet = 1 THEN
                    DELETE fpaiements RECORD END-DELETE
                  ELSE
                    IF WanjPart > 0 THEN
                      ADD WanjPart TO fpai_rembourse
                      REWRITE fpaiTampon END-REWRITE
                      SUBTRACT WanjPart FROM WanjReste
                      IF WanjReste = 0 THEN
                        MOVE 1 TO WpaiFin
                      END-IF
                    END-IF
                  END-IF
                END-IF
              END-IF
            END-READ
          END-PERFORM
          CLOSE fpaiements
        END-IF.

      *> Rend WanjPart sur le paiement de fpaiTampon : reçu frais,
      *> chiffre d'affaires réduit sous verrou et ligne au journal
      *> des remboursements marquée des jours du lot, comme
      *> REMBOURSER_PAIEMENT. Au moindre échec WanjAbandon = 1.
       REMBOURSER_PART_LOT.
        PERFORM ALLOUER_NUM_RECU
        IF WverrOk = 0 THEN
          DISPLAY 'Aucun numéro de reçu disponible : réservation ',
            WresaId, ' à reprendre.'
          MOVE 1 TO WanjAbandon
          MOVE 1 TO WpaiFin
        ELSE
          OPEN I-O feditions
          MOVE fpai_dateA TO fe_dateA
          PERFORM LIRE_EDITION_VERROU
          IF WverrOk = 0 THEN
            DISPLAY 'Fiche édition inaccessible : réservation ',
              WresaId, ' à reprendre.'
            MOVE 1 TO WanjAbandon
            MOVE 1 TO WpaiFin
          ELSE
            SUBTRACT WanjPart FROM fe_Ca
            REWRITE fedTampon END-REWRITE
          END-IF
          CLOSE feditions
          IF WanjAbandon = 0 THEN
            OPEN EXTEND fremb
            MOVE WnumRecu TO frem_recu
            MOVE fpai_resaId TO frem_resaId
            MOVE fpai_dateA TO frem_dateA
            MOVE WanjPart TO frem_montant
            MOVE FUNCTION CURRENT-DATE(1:8) TO frem_dateRem
            MOVE fpai_mode TO frem_mode
            MOVE WanjLot TO frem_lot
            WRITE frembTampon END-WRITE
            CLOSE fremb
          END-IF
        END-IF.

      *> Réservation du lot après remboursement : supprimée quand le
      *> pass ne couvre plus aucun jour (compteurs et réduction rendus
      *> comme à l'annulation individuelle, sans offre à la liste
      *> d'attente pour un jour qui n'a pas lieu) ; sinon ramenée aux
      *> jours restants, au prix diminué du prorata, et les seuls
      *> jours annulés décomptés de fe_nbResaJour. Une réservation
      *> déjà supprimée ou déjà ramenée par un passage coupé n'est
      *> pas décomptée une seconde fois.
       MAJ_RESERVATION_LOT.
        OPEN I-O freservations
        MOVE fanj_resaId TO fres_id
        READ freservations
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          IF fanj_complet = 1 THEN
            DELETE freservations RECORD
              INVALID KEY
                DISPLAY 'Impossible de supprimer la réservation ',
                  fres_id
                MOVE 1 TO WanjAbandon
              NOT INVALID KEY
                PERFORM ANNULER_NBRESERVATION
                PERFORM LIBERER_REDUCTION
                STRING 'ANNULER_JOURNEES fres_id=' fres_id
                  ' jours=' WanjLot ' annulee'
                  DELIMITED BY SIZE INTO WauditCible
                PERFORM ENREGISTRER_AUDIT
            END-DELETE
          ELSE
            IF fres_nomPa = fanj_ancPass THEN
              MOVE fanj_nouvPass TO fres_nomPa
              COMPUTE fres_prixVente = fanj_prix - fanj_prorata
              REWRITE fresTampon
              INVALID KEY
                DISPLAY 'Impossible de réécrire la réservation ',
                  fres_id
                MOVE 1 TO WanjAbandon
              NOT INVALID KEY
                PERFORM DECOMPTER_JOURS_ANNULES
                STRING 'ANNULER_JOURNEES fres_id=' fres_id
                  ' jours=' WanjLot ' pass=' fanj_nouvPass
                  DELIMITED BY SIZE INTO WauditCible
                PERFORM ENREGISTRER_AUDIT
              END-REWRITE
            END-IF
          END-IF
        END-READ
        CLOSE freservations.

      *> fe_nbResaJour diminué d'une place sur chaque jour annulé que
      *> couvrait l'ancien pass fanj_ancPass.
       DECOMPTER_JOURS_ANNULES.
        OPEN I-O feditions
        MOVE WanjDateA TO fe_dateA
        PERFORM LIRE_EDITION_VERROU
        IF WverrOk = 0 THEN
          DISPLAY "Erreur: le tampon a été altéré."
        ELSE
          MOVE fanj_ancPass TO WpassCode
          PERFORM VERIF_PASS_CODE_VALIDE
          PERFORM VARYING WanjK FROM 1 BY 1
              UNTIL WanjK > WpassNbJours
            MOVE WpassJours(WanjK) TO WanjJour
            IF WanjJAnnul(WanjJour) = 1
                AND fe_nbResaJour(WanjJour) > 0 THEN
              SUBTRACT 1 FROM fe_nbResaJour(WanjJour)
            END-IF
          END-PERFORM
          REWRITE fedTampon
           INVALID KEY
             DISPLAY "impossible de mettre à jour l''édition"
          END-REWRITE
        END-IF
        CLOSE feditions.

      *> Message d'information dans la boîte d'envoi : au festivalier,
      *> ou à l'acheteur pour une réservation fille de commande (un
      *> seul message par commande, qui cumule les remboursements de
      *> ses pass). Une commande dont toutes les filles ont disparu
      *> passe au statut annulée.
       PREPARER_MESSAGE_LOT.
        OPEN I-O foutbox
        MOVE WanjDateA TO fob_dateA
        MOVE WanjLot TO fob_lot
        IF fanj_cmdId > 0 THEN
          MOVE 'C' TO fob_type
          MOVE fanj_cmdId TO fob_ref
          READ foutbox
          INVALID KEY
            PERFORM REMPLIR_MESSAGE_COMMANDE
            WRITE fobTampon
            INVALID KEY
              MOVE 1 TO WanjAbandon
            END-WRITE
          NOT INVALID KEY
            ADD fanj_aRemb TO fob_montant
            REWRITE fobTampon
            INVALID KEY
              MOVE 1 TO WanjAbandon
            END-REWRITE
          END-READ
        ELSE
          MOVE 'A' TO fob_type
          MOVE fanj_resaId TO fob_ref
          READ foutbox
          INVALID KEY
            MOVE FUNCTION CURRENT-DATE(1:8) TO fob_dateCre
            MOVE fanj_prenom TO fob_prenom
            MOVE fanj_email TO fob_email
            MOVE fanj_numTel TO fob_numTel
            MOVE fanj_aRemb TO fob_montant
            MOVE 0 TO fob_statut
            MOVE SPACES TO fob_texte
            IF fanj_typeAcces > 0 THEN
              MOVE 'Accréditation annulée pour ces jours'
                TO fob_texte
            ELSE
              IF fanj_complet = 1 THEN
                MOVE 'Réservation annulée et remboursée' TO fob_texte
              ELSE
                MOVE fanj_nouvPass TO WanjMontantE
                STRING 'Pass maintenu pour les jours '
                  FUNCTION TRIM(WanjMontantE) ', part remboursée'
                  DELIMITED BY SIZE INTO fob_texte
              END-IF
            END-IF
            WRITE fobTampon
            INVALID KEY
              MOVE 1 TO WanjAbandon
            END-WRITE
          NOT INVALID KEY
            CONTINUE
          END-READ
        END-IF
        CLOSE foutbox
        IF WanjAbandon = 1 THEN
          DISPLAY 'Message non préparé pour la réservation ',
            fanj_resaId, ' : à reprendre.'
        END-IF
        IF WanjAbandon = 0 AND fanj_cmdId > 0 AND fanj_complet = 1
        THEN
          PERFORM CLORE_COMMANDE_LOT
        END-IF.

      *> Destinataire du message d'une commande : la fiche client de
      *> l'acheteur, à défaut l'identité portée par la réservation.
       REMPLIR_MESSAGE_COMMANDE.
        MOVE FUNCTION CURRENT-DATE(1:8) TO fob_dateCre
        MOVE fanj_prenom TO fob_prenom
        MOVE fanj_email TO fob_email
        MOVE fanj_numTel TO fob_numTel
        MOVE fanj_aRemb TO fob_montant
        MOVE 0 TO fob_statut
        MOVE SPACES TO fob_texte
        MOVE fanj_cmdId TO WanjMontantE
        STRING 'Commande ' FUNCTION TRIM(WanjMontantE)
          ' : pass remboursés au prorata'
          DELIMITED BY SIZE INTO fob_texte
        OPEN INPUT fcommandes
        MOVE fanj_cmdId TO fcmd_id
        READ fcommandes
        NOT INVALID KEY
          IF fcmd_clientId > 0 THEN
            OPEN INPUT fclients
            MOVE fcmd_clientId TO fcl_id
            READ fclients
            NOT INVALID KEY
              MOVE fcl_prenom TO fob_prenom
              MOVE fcl_adresseEmail TO fob_email
              MOVE fcl_numTel TO fob_numTel
            END-READ
            CLOSE fclients
          END-IF
        END-READ
        CLOSE fcommandes.

      *> Commande dont plus aucune réservation fille ne subsiste sur
      *> l'édition : statut annulée, comme ANNULER_COMMANDE.
       CLORE_COMMANDE_LOT.
        MOVE 0 TO WanjCmdReste
        OPEN INPUT freservations
        MOVE WanjDateA TO fres_dateA
        MOVE 0 TO WanjResaFin
        START freservations, KEY = fres_dateA
          INVALID KEY
            MOVE 1 TO WanjResaFin
        END-START
        PERFORM WITH TEST BEFORE UNTIL WanjResaFin = 1
          READ freservations NEXT RECORD
          AT END MOVE 1 TO WanjResaFin
          NOT AT END
            IF fres_dateA NOT = WanjDateA THEN
              MOVE 1 TO WanjResaFin
            ELSE
              IF fres_cmdId = fanj_cmdId THEN
                MOVE 1 TO WanjCmdReste
                MOVE 1 TO WanjResaFin
              END-IF
            END-IF
          END-READ
        END-PERFORM
        CLOSE freservations
        IF WanjCmdReste = 0 THEN
          OPEN I-O fcommandes
          MOVE fanj_cmdId TO fcmd_id
          READ fcommandes
          NOT INVALID KEY
            IF fcmd_statut = 1 THEN
              MOVE 2 TO fcmd_statut
              REWRITE fcmdTampon
              NOT INVALID KEY
                STRING 'ANNULER_JOURNEES fcmd_id=' fcmd_id
                  ' jours=' WanjLot ' annulee'
                  DELIMITED BY SIZE INTO WauditCible
                PERFORM ENREGISTRER_AUDIT
              END-REWRITE
            END-IF
          END-READ
          CLOSE fcommandes
        END-IF.

       SYNTHESE_ANNULATION.
        PERFORM SAISIR_LOT_ANNULATION
        IF WanjOk = 1 THEN
          PERFORM ECRIRE_SYNTHESE_ANNULATION
        END-IF.

      *> Synthèse d'un lot pour l'assureur (annulation) : personnes
      *> touchées (une réservation = une personne), dont pass
      *> annulés, pass ramenés aux jours restants, accréditations et
      *> pass de commandes groupées ; remboursements effectués par
      *> mode de paiement, lus dans remboursements.dat par la marque
      *> du lot, face au montant prévu au journal du lot. Exportée
      *> dans synthese_annulation_<édition>_<jours>.txt.
       ECRIRE_SYNTHESE_ANNULATION.
        MOVE 0 TO WanjNbResa
        MOVE 0 TO WanjNbComplet
        MOVE 0 TO WanjNbPartiel
        MOVE 0 TO WanjNbAccred
        MOVE 0 TO WanjNbFilles
        MOVE 0 TO WanjNbAttente
        MOVE 0 TO WanjNbRemb
        MOVE 0 TO WanjPrevu
        MOVE 0 TO WanjTotal
        PERFORM VARYING WanjK FROM 1 BY 1 UNTIL WanjK > 4
          MOVE 0 TO WanjMode(WanjK)
        END-PERFORM
        MOVE 0 TO WanjDateJ
        OPEN INPUT fannulations
        MOVE WanjDateA TO fanj_dateA
        MOVE WanjLot TO fanj_lot
        MOVE 0 TO fanj_resaId
        READ fannulations
        NOT INVALID KEY
          MOVE fanj_dateLot TO WanjDateJ
        END-READ
        MOVE 0 TO WanjFin
        START fannulations, KEY > fanj_cle
          INVALID KEY
            MOVE 1 TO WanjFin
        END-START
        PERFORM WITH TEST BEFORE UNTIL WanjFin = 1
          READ fannulations NEXT RECORD
          AT END MOVE 1 TO WanjFin
          NOT AT END
            IF fanj_dateA NOT = WanjDateA OR fanj_lot NOT = WanjLot
            THEN
              MOVE 1 TO WanjFin
            ELSE
              ADD 1 TO WanjNbResa
              ADD fanj_aRemb TO WanjPrevu
              IF fanj_complet = 1 THEN
                ADD 1 TO WanjNbComplet
              ELSE
                ADD 1 TO WanjNbPartiel
              END-IF
              IF fanj_typeAcces > 0 THEN
                ADD 1 TO WanjNbAccred
              END-IF
              IF fanj_cmdId > 0 THEN
                ADD 1 TO WanjNbFilles
              END-IF
              IF fanj_etape < 3 THEN
                ADD 1 TO WanjNbAttente
              END-IF
            END-IF
          END-READ
        END-PERFORM
        CLOSE fannulations
        IF WanjDateJ = 0 THEN
          DISPLAY 'Aucun lot d''annulation pour ces jours.'
        ELSE
          OPEN INPUT fremb
          IF frem_stat = 00 THEN
            MOVE 0 TO WanjFin
            PERFORM WITH TEST BEFORE UNTIL WanjFin = 1
              READ fremb
              AT END MOVE 1 TO WanjFin
              NOT AT END
                IF frem_dateA = WanjDateA AND frem_lot = WanjLot
                    AND frem_mode > 0 AND frem_mode < 5 THEN
                  ADD 1 TO WanjNbRemb
                  ADD frem_montant TO WanjMode(frem_mode)
                  ADD frem_montant TO WanjTotal
                END-IF
              END-READ
            END-PERFORM
          END-IF
          CLOSE fremb
          MOVE SPACES TO WexportFile
          STRING 'synthese_annulation_' WanjDateA '_'
            FUNCTION TRIM(WanjLotE) '.txt'
            DELIMITED BY SIZE INTO WexportFile
          OPEN OUTPUT fexport
          MOVE SPACES TO WexportLine
          STRING 'Synthese annulation;Edition;' WanjDateA ';Jours;'
            FUNCTION TRIM(WanjLotE) ';Lance le;' WanjDateJ
            DELIMITED BY SIZE INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          DISPLAY '  ____* Synthèse annulation ', WanjDateA,
            ' jours ', FUNCTION TRIM(WanjLotE), ' *____'
          DISPLAY ' Personnes touchées          : ', WanjNbResa
          DISPLAY '   dont pass annulés         : ', WanjNbComplet
          DISPLAY '   dont pass réduits         : ', WanjNbPartiel
          DISPLAY '   dont accréditations       : ', WanjNbAccred
          DISPLAY '   dont commandes groupées   : ', WanjNbFilles
          DISPLAY ' Encore à traiter            : ', WanjNbAttente
          MOVE SPACES TO WexportLine
          STRING 'Personnes touchees;' WanjNbResa
            ';Pass annules;' WanjNbComplet
            ';Pass reduits;' WanjNbPartiel
            ';Accreditations;' WanjNbAccred
            ';Commandes groupees;' WanjNbFilles
            ';A traiter;' WanjNbAttente
            DELIMITED BY SIZE INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          MOVE SPACES TO WexportLine
          STRING 'Mode;Montant rembourse' DELIMITED BY SIZE
            INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          PERFORM VARYING WanjK FROM 1 BY 1 UNTIL WanjK > 4
            MOVE WanjMode(WanjK) TO WanjMontantE
            MOVE SPACES TO WexportLine
            EVALUATE WanjK
            WHEN 1
              STRING 'Especes;' FUNCTION TRIM(WanjMontantE)
                DELIMITED BY SIZE INTO WexportLine
            WHEN 2
              STRING 'Cheque;' FUNCTION TRIM(WanjMontantE)
                DELIMITED BY SIZE INTO WexportLine
            WHEN 3
              STRING 'Carte;' FUNCTION TRIM(WanjMontantE)
                DELIMITED BY SIZE INTO WexportLine
            WHEN 4
              STRING 'Virement;' FUNCTION TRIM(WanjMontantE)
                DELIMITED BY SIZE INTO WexportLine
            END-EVALUATE
            WRITE fexpTampon FROM WexportLine
            DISPLAY ' ', WexportLine(1:40)
          END-PERFORM
          MOVE WanjTotal TO WanjMontantE
          MOVE SPACES TO WexportLine
          STRING 'Total rembourse;' FUNCTION TRIM(WanjMontantE)
            ';Remboursements;' WanjNbRemb
            DELIMITED BY SIZE INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          DISPLAY ' Total remboursé             : ',
            FUNCTION TRIM(WanjMontantE), ' (', WanjNbRemb, ' reçus)'
          MOVE WanjPrevu TO WanjMontantE
          MOVE SPACES TO WexportLine
          STRING 'Total prevu;' FUNCTION TRIM(WanjMontantE)
            DELIMITED BY SIZE INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          DISPLAY ' Total prévu au lot          : ',
            FUNCTION TRIM(WanjMontantE)
          CLOSE fexport
          DISPLAY 'Synthèse exportée dans ', WexportFile
        END-IF.

      *> Export des messages de la boîte d'envoi pas encore partis
      *> vers un fichier point-virgule repris par le publipostage,
      *> comme EXPORTER_OFFRES ; les messages exportés passent au
      *> statut 1 pour ne pas partir deux fois.
       EXPORTER_OUTBOX.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WanjDateJ
        MOVE SPACES TO WexportFile
        STRING 'outbox_' WanjDateJ '.txt' DELIMITED BY SIZE
          INTO WexportFile
        MOVE 0 TO WanjNbMsg
        OPEN I-O foutbox
        OPEN OUTPUT fexport
        MOVE SPACES TO WexportLine
        STRING 'Type;Edition;Jours;Ref;Prenom;Email;Tel;Montant;'
          'Message' DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        MOVE 0 TO WanjFin
        PERFORM WITH TEST AFTER UNTIL WanjFin = 1
          READ foutbox NEXT RECORD
          AT END MOVE 1 TO WanjFin
          NOT AT END
            IF fob_statut = 0 THEN
              MOVE fob_ref TO WanjIdAff
              MOVE fob_lot TO WanjLotE
              MOVE fob_montant TO WanjMontantE
              MOVE SPACES TO WexportLine
              STRING fob_type ';' fob_dateA ';'
                FUNCTION TRIM(WanjLotE) ';' FUNCTION TRIM(WanjIdAff)
                ';' FUNCTION TRIM(fob_prenom) ';'
                FUNCTION TRIM(fob_email) ';' fob_numTel ';'
                FUNCTION TRIM(WanjMontantE) ';'
                FUNCTION TRIM(fob_texte)
                DELIMITED BY SIZE INTO WexportLine
              WRITE fexpTampon FROM WexportLine
              MOVE 1 TO fob_statut
              REWRITE fobTampon END-REWRITE
              ADD 1 TO WanjNbMsg
            END-IF
          END-READ
        END-PERFORM
        CLOSE fexport
        CLOSE foutbox
        DISPLAY WanjNbMsg, ' message(s) exporté(s) dans ', WexportFile.

      *> Revendeurs externes : fiche et taux de commission,
      *> contingents par pass pris sur la jauge, import des ventes,
      *> restitution des invendus et relevé de commissions. Les
      *> contingents et leur restitution engagent la jauge et restent
      *> aux administrateurs ; la billetterie importe les ventes, la
      *> comptabilité édite les relevés.
       GESTION_REVENDEURS.
        PERFORM WITH TEST AFTER UNTIL choix=0
         PERFORM WITH TEST AFTER UNTIL choix<9
              DISPLAY '  _______* Revendeurs externes *__________'
              DISPLAY ' |Annuler                    :           0|'
              DISPLAY ' |Fiche revendeur            :           1|'
              DISPLAY ' |Allouer un contingent      :           2|'
              DISPLAY ' |Importer des ventes        :           3|'
              DISPLAY ' |Restituer les invendus     :           4|'
              DISPLAY ' |Relevé de commissions      :           5|'
              DISPLAY ' |Etat des contingents       :           6|'
              DISPLAY ' |________________________________________|'
              DISPLAY 'Faites un choix : ' WITH NO ADVANCING
              ACCEPT choix
              EVALUATE choix
              WHEN 1 MOVE '5' TO WdroitProfils
                     PERFORM VERIF_DROIT
                     IF WdroitOk = 1 THEN
                       PERFORM FICHE_REVENDEUR
                     END-IF
              WHEN 2 MOVE '5' TO WdroitProfils
                     PERFORM VERIF_DROIT
                     IF WdroitOk = 1 THEN
                       PERFORM ALLOUER_CONTINGENT
                     END-IF
              WHEN 3 MOVE '15' TO WdroitProfils
                     PERFORM VERIF_DROIT
                     IF WdroitOk = 1 THEN
                       PERFORM IMPORTER_VENTES_REVENDEUR
                     END-IF
              WHEN 4 MOVE '5' TO WdroitProfils
                     PERFORM VERIF_DROIT
                     IF WdroitOk = 1 THEN
                       PERFORM RESTITUER_CONTINGENTS
                     END-IF
              WHEN 5 MOVE '45' TO WdroitProfils
                     PERFORM VERIF_DROIT
                     IF WdroitOk = 1 THEN
                       PERFORM RELEVE_REVENDEUR
                     END-IF
              WHEN 6 PERFORM ETAT_CONTINGENTS
              END-EVALUATE
         END-PERFORM
        END-PERFORM.

      *> Création ou mise à jour de la fiche d'un revendeur.
       FICHE_REVENDEUR.
        DISPLAY 'Code du revendeur : ' WITH NO ADVANCING
        ACCEPT frv_code
        OPEN I-O frevendeurs
        READ frevendeurs
        INVALID KEY
          DISPLAY 'Nouveau revendeur.'
          DISPLAY 'Nom : ' WITH NO ADVANCING
          ACCEPT frv_nom
          DISPLAY 'Taux de commission en % (ex : 8.50) : '
          WITH NO ADVANCING
          ACCEPT frv_tauxCom
          DISPLAY 'Adresse mail : ' WITH NO ADVANCING
          ACCEPT frv_email
          DISPLAY 'Téléphone : ' WITH NO ADVANCING
          ACCEPT frv_numTel
          WRITE frvTampon
          INVALID KEY
            DISPLAY 'Impossible de créer le revendeur'
          NOT INVALID KEY
            DISPLAY 'Revendeur créé'
            STRING 'FICHE_REVENDEUR creation frv_code=' frv_code
              ' taux=' frv_tauxCom DELIMITED BY SIZE INTO WauditCible
            PERFORM ENREGISTRER_AUDIT
          END-WRITE
        NOT INVALID KEY
          MOVE frv_tauxCom TO WrevTauxE
          DISPLAY 'Nom        : ', frv_nom
          DISPLAY 'Commission : ', WrevTauxE, ' %'
          DISPLAY 'Mail       : ', frv_email
          DISPLAY 'Téléphone  : ', frv_numTel
          DISPLAY 'Modifier la fiche ? (1 oui, 0 non) : '
          WITH NO ADVANCING
          ACCEPT WrevOk
          IF WrevOk = 1 THEN
            DISPLAY 'Nom : ' WITH NO ADVANCING
            ACCEPT frv_nom
            DISPLAY 'Taux de commission en % (ex : 8.50) : '
            WITH NO ADVANCING
            ACCEPT frv_tauxCom
            DISPLAY 'Adresse mail : ' WITH NO ADVANCING
            ACCEPT frv_email
            DISPLAY 'Téléphone : ' WITH NO ADVANCING
            ACCEPT frv_numTel
            REWRITE frvTampon
            INVALID KEY
              DISPLAY 'impossible de réécrire'
            NOT INVALID KEY
              DISPLAY 'Revendeur modifié'
              STRING 'FICHE_REVENDEUR modification frv_code='
                frv_code ' taux=' frv_tauxCom
                DELIMITED BY SIZE INTO WauditCible
              PERFORM ENREGISTRER_AUDIT
            END-REWRITE
          END-IF
        END-READ
        CLOSE frevendeurs.

      *> Saisie du revendeur (WrevCode, fiche dans frvTampon) et de
      *> l'édition (WrevDateA, fiche dans fedTampon). WrevOk = 1 si
      *> les deux existent.
       SAISIR_REVENDEUR_EDITION.
        MOVE 0 TO WrevOk
        DISPLAY 'Code du revendeur : ' WITH NO ADVANCING
        ACCEPT WrevCode
        MOVE WrevCode TO frv_code
        OPEN INPUT frevendeurs
        READ frevendeurs
        INVALID KEY
          DISPLAY 'Revendeur inconnu.'
        NOT INVALID KEY
          MOVE 1 TO WrevOk
        END-READ
        CLOSE frevendeurs
        IF WrevOk = 1 THEN
          DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
          ACCEPT fe_dateA
          OPEN INPUT feditions
          PERFORM VERIF_EDITION
          CLOSE feditions
          IF Wtrouve = 0 THEN
            DISPLAY 'Edition introuvable.'
            MOVE 0 TO WrevOk
          ELSE
            MOVE fe_dateA TO WrevDateA
          END-IF
        END-IF.

      *> Allocation (ou complément) d'un contingent : les places sont
      *> prises sur chaque jour du pass sous le verrou de la fiche
      *> édition, comme MAJ_NBRESERVATION, et seulement s'il en reste
      *> assez tous ces jours-là. Un contingent déjà restitué ne se
      *> rouvre pas.
       ALLOUER_CONTINGENT.
        PERFORM SAISIR_REVENDEUR_EDITION
        IF WrevOk = 1 THEN
          DISPLAY 'Indiquer le numéro de pass : ' WITH NO ADVANCING
          ACCEPT WrevNomPa
          MOVE WrevNomPa TO fp_nomPa
          MOVE WrevDateA TO fp_dateA
          PERFORM VERIF_PASS_ID
          IF Wtrouve = 0 THEN
            MOVE 0 TO WrevOk
          END-IF
        END-IF
        IF WrevOk = 1 THEN
          MOVE 0 TO WrevNb
          PERFORM WITH TEST AFTER UNTIL WrevNb > 0
            DISPLAY 'Nombre de places à allouer : ' WITH NO ADVANCING
            ACCEPT WrevNb
          END-PERFORM
          MOVE 0 TO WrevDate
          PERFORM WITH TEST AFTER UNTIL WrevDate > 19000000
            DISPLAY 'Date de restitution des invendus (AAAAMMJJ) : '
            WITH NO ADVANCING
            ACCEPT WrevDate
          END-PERFORM
          OPEN I-O fcontingents
          MOVE WrevCode TO fct_revCode
          MOVE WrevDateA TO fct_dateA
          MOVE WrevNomPa TO fct_nomPa
          READ fcontingents
          INVALID KEY
            MOVE WrevCode TO fct_revCode
            MOVE WrevDateA TO fct_dateA
            MOVE WrevNomPa TO fct_nomPa
            MOVE 0 TO fct_alloue
            MOVE 0 TO fct_vendus
            MOVE 0 TO fct_restitue
            MOVE 0 TO fct_rendus
            MOVE 2 TO WrevFin
          NOT INVALID KEY
            IF fct_restitue = 1 THEN
              DISPLAY 'Contingent déjà restitué le ', fct_dateRestit,
                ' : allocation refusée.'
              MOVE 0 TO WrevOk
            END-IF
            MOVE 1 TO WrevFin
          END-READ
          IF WrevOk = 1 THEN
            PERFORM PRENDRE_PLACES_CONTINGENT
          END-IF
          IF WrevOk = 1 THEN
            ADD WrevNb TO fct_alloue
            MOVE WrevDate TO fct_dateRestit
            IF WrevFin = 2 THEN
              WRITE fctTampon
              INVALID KEY
                MOVE 0 TO WrevOk
              END-WRITE
            ELSE
              REWRITE fctTampon
              INVALID KEY
                MOVE 0 TO WrevOk
              END-REWRITE
            END-IF
            IF WrevOk = 0 THEN
              DISPLAY 'Contingent non enregistré : places rendues.'
              MOVE WrevNb TO WrevReste
              PERFORM RENDRE_PLACES_CONTINGENT
            ELSE
              DISPLAY 'Contingent de ', fct_alloue, ' place(s) pour '
                'le pass ', WrevNomPa, ', restitution le ',
                fct_dateRestit
              STRING 'ALLOUER_CONTINGENT rev=' WrevCode ' edition='
                WrevDateA ' pass=' WrevNomPa ' places=' WrevNb
                DELIMITED BY SIZE INTO WauditCible
              PERFORM ENREGISTRER_AUDIT
            END-IF
          END-IF
          CLOSE fcontingents
        END-IF.

      *> WrevNb places prises sur chaque jour du pass WrevNomPa de
      *> l'édition WrevDateA ; WrevOk = 0 si un jour n'en a plus
      *> assez ou si la fiche reste tenue par un autre poste.
       PRENDRE_PLACES_CONTINGENT.
        OPEN I-O feditions
        MOVE WrevDateA TO fe_dateA
        PERFORM LIRE_EDITION_VERROU
        IF WverrOk = 0 THEN
          DISPLAY 'Fiche édition inaccessible : allocation refusée.'
          MOVE 0 TO WrevOk
        ELSE
          MOVE WrevNomPa TO WpassCode
          PERFORM VERIF_PASS_CODE_VALIDE
          IF WpassValide = 0 THEN
            DISPLAY "Erreur: code de pass invalide (", WrevNomPa, ")."
            MOVE 0 TO WrevOk
          ELSE
            PERFORM VARYING WrevK FROM 1 BY 1
                UNTIL WrevK > WpassNbJours
              IF fe_nbResaJour(WpassJours(WrevK)) + WrevNb
                  > fe_capacite THEN
                DISPLAY 'Jour ', WpassJours(WrevK), ' : ',
                  fe_nbResaJour(WpassJours(WrevK)), ' place(s) '
                  'prise(s) sur ', fe_capacite
                MOVE 0 TO WrevOk
              END-IF
            END-PERFORM
            IF WrevOk = 0 THEN
              DISPLAY 'Jauge insuffisante : allocation refusée.'
            ELSE
              PERFORM VARYING WrevK FROM 1 BY 1
                  UNTIL WrevK > WpassNbJours
                ADD WrevNb TO fe_nbResaJour(WpassJours(WrevK))
              END-PERFORM
              REWRITE fedTampon
               INVALID KEY
                 DISPLAY "impossible de mettre à jour l''édition"
                 MOVE 0 TO WrevOk
              END-REWRITE
            END-IF
          END-IF
        END-IF
        CLOSE feditions.

      *> WrevReste places rendues à la jauge générale sur chaque jour
      *> du pass WrevNomPa de l'édition WrevDateA (WrevOk = 0 si la
      *> fiche reste tenue par un autre poste).
       RENDRE_PLACES_CONTINGENT.
        OPEN I-O feditions
        MOVE WrevDateA TO fe_dateA
        PERFORM LIRE_EDITION_VERROU
        IF WverrOk = 0 THEN
          DISPLAY 'Fiche édition inaccessible : places non rendues.'
          MOVE 0 TO WrevOk
        ELSE
          MOVE WrevNomPa TO WpassCode
          PERFORM VERIF_PASS_CODE_VALIDE
          PERFORM VARYING WrevK FROM 1 BY 1
              UNTIL WrevK > WpassNbJours
            IF fe_nbResaJour(WpassJours(WrevK)) > WrevReste THEN
              SUBTRACT WrevReste FROM fe_nbResaJour(WpassJours(WrevK))
            ELSE
              MOVE 0 TO fe_nbResaJour(WpassJours(WrevK))
            END-IF
          END-PERFORM
          REWRITE fedTampon
           INVALID KEY
             DISPLAY "impossible de mettre à jour l''édition"
             MOVE 0 TO WrevOk
          END-REWRITE
        END-IF
        CLOSE feditions.

      *> Import du fichier de ventes d'un revendeur pour une édition.
      *> Chaque ligne acceptée crée la réservation (et la fiche
      *> client si le festivalier est inconnu) sur le contingent du
      *> pass, sans toucher à la jauge qui compte déjà la place.
      *> Rejetés avec leur motif dans ventes_rejets.txt : billet déjà
      *> importé, pas de contingent, contingent restitué ou épuisé.
       IMPORTER_VENTES_REVENDEUR.
        PERFORM SAISIR_REVENDEUR_EDITION
        IF WrevOk = 1 THEN
          DISPLAY 'Nom du fichier à importer : ' WITH NO ADVANCING
          ACCEPT WimportFile
          OPEN INPUT fimport
          IF fimp_stat NOT = 00 THEN
            DISPLAY 'Fichier introuvable : ', WimportFile
          ELSE
            MOVE 'ventes_rejets.txt' TO WexportFile
            OPEN OUTPUT fexport
            OPEN I-O fcontingents
            OPEN I-O fventesExt
            OPEN I-O freservations
            MOVE FUNCTION CURRENT-DATE(1:8) TO WrevDateJ
            MOVE 0 TO WimpAcceptes
            MOVE 0 TO WimpRejets
            MOVE 0 TO WimpFin
            PERFORM WITH TEST BEFORE UNTIL WimpFin = 1
              READ fimport
              AT END MOVE 1 TO WimpFin
              NOT AT END
                PERFORM TRAITER_VENTE_REVENDEUR
              END-READ
            END-PERFORM
            CLOSE freservations
            CLOSE fventesExt
            CLOSE fcontingents
            CLOSE fexport
            CLOSE fimport
            DISPLAY 'Import terminé : ', WimpAcceptes, ' vente(s) '
            'chargée(s), ', WimpRejets, ' rejet(s)'
            IF WimpRejets > 0 THEN
              DISPLAY 'Motifs de rejet dans ', WexportFile
            END-IF
            STRING 'IMPORTER_VENTES_REVENDEUR rev=' WrevCode
              ' edition=' WrevDateA ' fichier='
              FUNCTION TRIM(WimportFile) ' acceptes=' WimpAcceptes
              ' rejets=' WimpRejets DELIMITED BY SIZE INTO WauditCible
            PERFORM ENREGISTRER_AUDIT
          END-IF
        END-IF.

       TRAITER_VENTE_REVENDEUR.
        IF fimpTampon = SPACES THEN
          CONTINUE
        ELSE
          MOVE SPACES TO WimpCh1
          MOVE SPACES TO WimpCh2
          MOVE SPACES TO WimpCh3
          MOVE SPACES TO WimpCh4
          MOVE SPACES TO WimpCh5
          MOVE SPACES TO WimpCh6
          MOVE SPACES TO WimpCh7
          MOVE SPACES TO WimpCh8
          MOVE SPACES TO WimpCh9
          MOVE SPACES TO WimpCh10
          UNSTRING fimpTampon DELIMITED BY ';'
            INTO WimpCh1 WimpCh2 WimpCh3 WimpCh4 WimpCh5
                 WimpCh6 WimpCh7 WimpCh8 WimpCh9 WimpCh10
          END-UNSTRING
          PERFORM CONTROLER_VENTE_REVENDEUR
          IF WimpOk = 1 THEN
            PERFORM CREER_VENTE_REVENDEUR
          END-IF
          IF WimpOk = 0 THEN
            PERFORM REJETER_LIGNE_IMPORT
          END-IF
        END-IF.

      *> Contrôles d'une ligne de ventes ; laisse le contingent du
      *> pass dans fctTampon quand la ligne est acceptable.
       CONTROLER_VENTE_REVENDEUR.
        MOVE 1 TO WimpOk
        IF WimpCh1 = SPACES THEN
          MOVE 'numéro de billet vide' TO WimpMotif
          MOVE 0 TO WimpOk
        END-IF
        IF WimpOk = 1 THEN
          MOVE WrevCode TO fvx_revCode
          MOVE WimpCh1 TO fvx_billet
          READ fventesExt
          NOT INVALID KEY
            MOVE 'billet déjà importé' TO WimpMotif
            MOVE 0 TO WimpOk
          END-READ
        END-IF
        IF WimpOk = 1 THEN
          IF FUNCTION TEST-NUMVAL(WimpCh2) NOT = 0 OR
             FUNCTION TEST-NUMVAL(WimpCh3) NOT = 0 OR
             FUNCTION TEST-NUMVAL(WimpCh4) NOT = 0 THEN
            MOVE 'champ numérique invalide' TO WimpMotif
            MOVE 0 TO WimpOk
          END-IF
        END-IF
        IF WimpOk = 1 AND (WimpCh5 = SPACES OR WimpCh6 = SPACES) THEN
          MOVE 'nom ou prénom vide' TO WimpMotif
          MOVE 0 TO WimpOk
        END-IF
        IF WimpOk = 1 THEN
          MOVE WrevCode TO fct_revCode
          MOVE WrevDateA TO fct_dateA
          COMPUTE fct_nomPa = FUNCTION NUMVAL(WimpCh2)
          READ fcontingents
          INVALID KEY
            MOVE 'pas de contingent pour ce pass' TO WimpMotif
            MOVE 0 TO WimpOk
          NOT INVALID KEY
            IF fct_restitue = 1 THEN
              MOVE 'contingent restitué' TO WimpMotif
              MOVE 0 TO WimpOk
            ELSE
              IF fct_vendus >= fct_alloue THEN
                MOVE 'contingent épuisé' TO WimpMotif
                MOVE 0 TO WimpOk
              END-IF
            END-IF
          END-READ
        END-IF.

      *> Réservation d'une vente acceptée : fiche client retrouvée par
      *> son mail et son nom, sinon créée ; prix déclaré par le
      *> revendeur, ou tarif à la date de vente s'il n'en donne pas ;
      *> puis le contingent consommé et le billet externe enregistré.
       CREER_VENTE_REVENDEUR.
        MOVE WimpCh6 TO fres_prenom
        MOVE WimpCh7 TO fres_adresseEmail
        MOVE WimpCh8 TO fres_numTel
        MOVE 0 TO fres_dateNaissance
        IF WimpCh9 NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WimpCh9) = 0 THEN
          COMPUTE fres_dateNaissance = FUNCTION NUMVAL(WimpCh9)
        END-IF
        MOVE 0 TO fres_dep
        IF WimpCh10 NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WimpCh10) = 0 THEN
          COMPUTE fres_dep = FUNCTION NUMVAL(WimpCh10)
        END-IF
        PERFORM RATTACHER_CLIENT_VENTE
        IF fcl_id = 0 THEN
          MOVE 'fiche client impossible à créer' TO WimpMotif
          MOVE 0 TO WimpOk
        ELSE
          PERFORM ALLOUER_ID_RESA
          IF WverrOk = 0 THEN
            MOVE 'aucun id de réservation disponible' TO WimpMotif
            MOVE 0 TO WimpOk
          END-IF
        END-IF
        IF WimpOk = 1 THEN
          MOVE fct_nomPa TO fres_nomPa
          MOVE WrevDateA TO fres_dateA
          COMPUTE fres_dateVente = FUNCTION NUMVAL(WimpCh3)
          IF fres_dateVente < 19000000 THEN
            MOVE WrevDateJ TO fres_dateVente
          END-IF
          COMPUTE fres_prixVente = FUNCTION NUMVAL(WimpCh4)
          IF fres_prixVente = 0 THEN
            MOVE fres_dateVente TO WtarDate
            MOVE fres_nomPa TO fp_nomPa
            MOVE fres_dateA TO fp_dateA
            PERFORM CALCULER_PRIX_VENTE
            MOVE WprixVente TO fres_prixVente
          END-IF
          MOVE fcl_id TO fres_clientId
          MOVE 0 TO fres_cmdId
          MOVE SPACES TO fres_reducCode
          MOVE 0 TO fres_remise
          MOVE 0 TO fres_typeAcces
          MOVE SPACES TO fres_nomGr
          WRITE fresTampon
          INVALID KEY
            MOVE 'réservation en double' TO WimpMotif
            MOVE 0 TO WimpOk
          NOT INVALID KEY
            ADD 1 TO fct_vendus
            REWRITE fctTampon END-REWRITE
            MOVE WrevCode TO fvx_revCode
            MOVE WimpCh1 TO fvx_billet
            MOVE WrevDateA TO fvx_dateA
            MOVE fres_nomPa TO fvx_nomPa
            MOVE fres_id TO fvx_resaId
            MOVE fres_dateVente TO fvx_dateVente
            MOVE fres_prixVente TO fvx_prix
            MOVE WrevDateJ TO fvx_dateImport
            WRITE fvxTampon END-WRITE
            ADD 1 TO WimpAcceptes
            STRING 'IMPORTER_VENTES_REVENDEUR fres_id=' fres_id
              ' rev=' WrevCode ' billet=' fvx_billet
              DELIMITED BY SIZE INTO WauditCible
            PERFORM ENREGISTRER_AUDIT
          END-WRITE
        END-IF.

      *> Fiche client de la vente importée : celle qui porte le même
      *> mail et le même nom, sinon une fiche créée sans saisie (le
      *> nom vient du fichier, pas du clavier comme CREER_CLIENT).
      *> fcl_id = 0 quand aucun id n'a pu être attribué.
       RATTACHER_CLIENT_VENTE.
        MOVE 0 TO WclTrouve
        OPEN I-O fclients
        IF fres_adresseEmail NOT = SPACES THEN
          MOVE fres_adresseEmail TO fcl_adresseEmail
          MOVE 0 TO WclFin
          START fclients, KEY = fcl_adresseEmail
            INVALID KEY
              MOVE 1 TO WclFin
          END-START
          PERFORM WITH TEST BEFORE UNTIL WclFin = 1
            READ fclients NEXT RECORD
            AT END MOVE 1 TO WclFin
            NOT AT END
              IF fcl_adresseEmail NOT = fres_adresseEmail THEN
                MOVE 1 TO WclFin
              ELSE
                IF FUNCTION UPPER-CASE(fcl_nom) =
                    FUNCTION UPPER-CASE(WimpCh5) THEN
                  MOVE 1 TO WclTrouve
                  MOVE 1 TO WclFin
                END-IF
              END-IF
            END-READ
          END-PERFORM
        END-IF
        IF WclTrouve = 0 THEN
          PERFORM ALLOUER_ID_CLIENT
          IF WverrOk = 0 THEN
            MOVE 0 TO fcl_id
          ELSE
            MOVE WimpCh5 TO fcl_nom
            MOVE fres_prenom TO fcl_prenom
            MOVE fres_dep TO fcl_dep
            MOVE fres_adresseEmail TO fcl_adresseEmail
            MOVE fres_numTel TO fcl_numTel
            MOVE fres_dateNaissance TO fcl_dateNaissance
            WRITE fclTampon
            INVALID KEY
              MOVE 0 TO fcl_id
            NOT INVALID KEY
              STRING 'CREER_CLIENT fcl_id=' fcl_id ' rev=' WrevCode
                DELIMITED BY SIZE INTO WauditCible
              PERFORM ENREGISTRER_AUDIT
            END-WRITE
          END-IF
        END-IF
        CLOSE fclients.

      *> Restitution des invendus de tous les contingents dont la
      *> date est atteinte : fct_alloue - fct_vendus places rendues à
      *> la jauge générale, puis contingent clos. Une fiche édition
      *> inaccessible laisse le contingent ouvert pour la prochaine
      *> restitution.
       RESTITUER_CONTINGENTS.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WrevDateJ
        MOVE 0 TO WrevNbRestit
        OPEN I-O fcontingents
        MOVE 0 TO WrevFin
        PERFORM WITH TEST BEFORE UNTIL WrevFin = 1
          READ fcontingents NEXT RECORD
          AT END MOVE 1 TO WrevFin
          NOT AT END
            IF fct_restitue = 0 AND fct_dateRestit <= WrevDateJ THEN
              MOVE 1 TO WrevOk
              MOVE fct_dateA TO WrevDateA
              MOVE fct_nomPa TO WrevNomPa
              MOVE 0 TO WrevReste
              IF fct_alloue > fct_vendus THEN
                COMPUTE WrevReste = fct_alloue - fct_vendus
                PERFORM RENDRE_PLACES_CONTINGENT
              END-IF
              IF WrevOk = 1 THEN
                MOVE 1 TO fct_restitue
                MOVE WrevReste TO fct_rendus
                REWRITE fctTampon END-REWRITE
                ADD 1 TO WrevNbRestit
                DISPLAY 'Revendeur ', fct_revCode, ' édition ',
                  fct_dateA, ' pass ', fct_nomPa, ' : ', WrevReste,
                  ' place(s) rendue(s)'
                STRING 'RESTITUER_CONTINGENTS rev=' fct_revCode
                  ' edition=' fct_dateA ' pass=' fct_nomPa
                  ' rendues=' WrevReste
                  DELIMITED BY SIZE INTO WauditCible
                PERFORM ENREGISTRER_AUDIT
              END-IF
            END-IF
          END-READ
        END-PERFORM
        CLOSE fcontingents
        DISPLAY WrevNbRestit, ' contingent(s) restitué(s).'.

      *> Relevé d'un revendeur pour une édition : ventes dont la
      *> réservation existe encore (au prix qu'elle porte, réduit le
      *> cas échéant par une annulation de journée), commission au
      *> taux de la fiche, net à reverser, et écarts avec le nombre
      *> de billets et le montant déclarés par le revendeur. Les
      *> ventes annulées depuis sont comptées à part. Exporté dans
      *> releve_<revendeur>_<édition>.txt avec le détail des billets
      *> et l'état des contingents.
       RELEVE_REVENDEUR.
        PERFORM SAISIR_REVENDEUR_EDITION
        IF WrevOk = 1 THEN
          DISPLAY 'Nombre de billets déclarés par le revendeur : '
          WITH NO ADVANCING
          ACCEPT WrevDeclNb
          DISPLAY 'Montant des ventes déclaré : ' WITH NO ADVANCING
          ACCEPT WrevDeclMt
          MOVE 0 TO WrevNbVentes
          MOVE 0 TO WrevNbAnnul
          MOVE 0 TO WrevTotal
          MOVE SPACES TO WexportFile
          STRING 'releve_' FUNCTION TRIM(WrevCode) '_' WrevDateA
            '.txt' DELIMITED BY SIZE INTO WexportFile
          OPEN OUTPUT fexport
          MOVE frv_tauxCom TO WrevTauxE
          MOVE SPACES TO WexportLine
          STRING 'Releve revendeur;' FUNCTION TRIM(WrevCode) ';'
            FUNCTION TRIM(frv_nom) ';Edition;' WrevDateA
            ';Commission %;' WrevTauxE
            DELIMITED BY SIZE INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          MOVE SPACES TO WexportLine
          STRING 'Billet;Pass;Date vente;Prix;Reservation;Statut'
            DELIMITED BY SIZE INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          OPEN INPUT fventesExt
          OPEN INPUT freservations
          MOVE WrevCode TO fvx_revCode
          MOVE LOW-VALUES TO fvx_billet
          MOVE 0 TO WrevFin
          START fventesExt, KEY NOT < fvx_cle
            INVALID KEY
              MOVE 1 TO WrevFin
          END-START
          PERFORM WITH TEST BEFORE UNTIL WrevFin = 1
            READ fventesExt NEXT RECORD
            AT END MOVE 1 TO WrevFin
            NOT AT END
              IF fvx_revCode NOT = WrevCode THEN
                MOVE 1 TO WrevFin
              ELSE
                IF fvx_dateA = WrevDateA THEN
                  PERFORM LIGNE_RELEVE_REVENDEUR
                END-IF
              END-IF
            END-READ
          END-PERFORM
          CLOSE freservations
          CLOSE fventesExt
          COMPUTE WrevCom ROUNDED = WrevTotal * frv_tauxCom / 100
          COMPUTE WrevNet = WrevTotal - WrevCom
          COMPUTE WrevEcartNb = WrevNbVentes - WrevDeclNb
          COMPUTE WrevEcartMt = WrevTotal - WrevDeclMt
          PERFORM TOTAUX_RELEVE_REVENDEUR
          CLOSE fexport
          DISPLAY 'Relevé exporté dans ', WexportFile
          STRING 'RELEVE_REVENDEUR rev=' WrevCode ' edition='
            WrevDateA ' ventes=' WrevNbVentes ' total=' WrevTotal
            DELIMITED BY SIZE INTO WauditCible
          PERFORM ENREGISTRER_AUDIT
        END-IF.

       LIGNE_RELEVE_REVENDEUR.
        MOVE fvx_resaId TO fres_id
        MOVE fvx_resaId TO WanjIdAff
        READ freservations
        INVALID KEY
          ADD 1 TO WrevNbAnnul
          MOVE fvx_prix TO WrevMontantE
          MOVE SPACES TO WexportLine
          STRING FUNCTION TRIM(fvx_billet) ';' fvx_nomPa ';'
            fvx_dateVente ';' FUNCTION TRIM(WrevMontantE) ';'
            FUNCTION TRIM(WanjIdAff) ';ANNULEE'
            DELIMITED BY SIZE INTO WexportLine
        NOT INVALID KEY
          ADD 1 TO WrevNbVentes
          ADD fres_prixVente TO WrevTotal
          MOVE fres_prixVente TO WrevMontantE
          MOVE SPACES TO WexportLine
          STRING FUNCTION TRIM(fvx_billet) ';' fres_nomPa ';'
            fvx_dateVente ';' FUNCTION TRIM(WrevMontantE) ';'
            FUNCTION TRIM(WanjIdAff) ';VENDUE'
            DELIMITED BY SIZE INTO WexportLine
        END-READ
        WRITE fexpTampon FROM WexportLine.

      *> Totaux du relevé (écran et export) puis état des contingents
      *> du revendeur sur l'édition.
       TOTAUX_RELEVE_REVENDEUR.
        DISPLAY '  ____* Relevé ', FUNCTION TRIM(WrevCode), ' édition ',
          WrevDateA, ' *____'
        MOVE WrevNbVentes TO WrevNbE
        DISPLAY ' Billets vendus       : ', WrevNbE
        MOVE SPACES TO WexportLine
        STRING 'Billets vendus;' FUNCTION TRIM(WrevNbE)
          DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        MOVE WrevNbAnnul TO WrevNbE
        DISPLAY ' Ventes annulées      : ', WrevNbE
        MOVE SPACES TO WexportLine
        STRING 'Ventes annulees;' FUNCTION TRIM(WrevNbE)
          DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        MOVE WrevTotal TO WrevMontantE
        DISPLAY ' Montant des ventes   : ', WrevMontantE
        MOVE SPACES TO WexportLine
        STRING 'Montant des ventes;' FUNCTION TRIM(WrevMontantE)
          DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        MOVE WrevCom TO WrevMontantE
        DISPLAY ' Commission           : ', WrevMontantE
        MOVE SPACES TO WexportLine
        STRING 'Commission;' FUNCTION TRIM(WrevMontantE)
          DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        MOVE WrevNet TO WrevMontantE
        DISPLAY ' Net à reverser       : ', WrevMontantE
        MOVE SPACES TO WexportLine
        STRING 'Net a reverser;' FUNCTION TRIM(WrevMontantE)
          DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        MOVE WrevEcartNb TO WrevNbE
        DISPLAY ' Ecart billets        : ', WrevNbE
        MOVE SPACES TO WexportLine
        STRING 'Ecart billets (nous - revendeur);' FUNCTION TRIM(WrevNbE)
          DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        MOVE WrevEcartMt TO WrevMontantE
        DISPLAY ' Ecart montant        : ', WrevMontantE
        MOVE SPACES TO WexportLine
        STRING 'Ecart montant (nous - revendeur);'
          FUNCTION TRIM(WrevMontantE)
          DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        MOVE SPACES TO WexportLine
        STRING 'Pass;Alloues;Vendus;Rendus;Restitution;Statut'
          DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        OPEN INPUT fcontingents
        MOVE WrevCode TO fct_revCode
        MOVE WrevDateA TO fct_dateA
        MOVE 0 TO fct_nomPa
        MOVE 0 TO WrevFin
        START fcontingents, KEY NOT < fct_cle
          INVALID KEY
            MOVE 1 TO WrevFin
        END-START
        PERFORM WITH TEST BEFORE UNTIL WrevFin = 1
          READ fcontingents NEXT RECORD
          AT END MOVE 1 TO WrevFin
          NOT AT END
            IF fct_revCode NOT = WrevCode
                OR fct_dateA NOT = WrevDateA THEN
              MOVE 1 TO WrevFin
            ELSE
              MOVE SPACES TO WexportLine
              IF fct_restitue = 1 THEN
                STRING fct_nomPa ';' fct_alloue ';' fct_vendus ';'
                  fct_rendus ';' fct_dateRestit ';RESTITUE'
                  DELIMITED BY SIZE INTO WexportLine
              ELSE
                STRING fct_nomPa ';' fct_alloue ';' fct_vendus ';'
                  fct_rendus ';' fct_dateRestit ';OUVERT'
                  DELIMITED BY SIZE INTO WexportLine
              END-IF
              WRITE fexpTampon FROM WexportLine
            END-IF
          END-READ
        END-PERFORM
        CLOSE fcontingents.

      *> Etat à l'écran des contingents d'une édition, tous
      *> revendeurs confondus.
       ETAT_CONTINGENTS.
        DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
        ACCEPT WrevDateA
        MOVE 0 TO WrevNbRestit
        DISPLAY '  ______* Contingents revendeurs ', WrevDateA,
          ' *______'
        DISPLAY ' Revendeur  Pass      Alloués Vendus Rendus Restit.'
        OPEN INPUT fcontingents
        MOVE 0 TO WrevFin
        PERFORM WITH TEST BEFORE UNTIL WrevFin = 1
          READ fcontingents NEXT RECORD
          AT END MOVE 1 TO WrevFin
          NOT AT END
            IF fct_dateA = WrevDateA THEN
              ADD 1 TO WrevNbRestit
              IF fct_restitue = 1 THEN
                DISPLAY ' ', fct_revCode, ' ', fct_nomPa, ' ',
                  fct_alloue, '    ', fct_vendus, '   ', fct_rendus,
                  '   ', fct_dateRestit, ' restitué'
              ELSE
                DISPLAY ' ', fct_revCode, ' ', fct_nomPa, ' ',
                  fct_alloue, '    ', fct_vendus, '   ', fct_rendus,
                  '   ', fct_dateRestit, ' ouvert'
              END-IF
            END-IF
          END-READ
        END-PERFORM
        CLOSE fcontingents
        IF WrevNbRestit = 0 THEN
          DISPLAY 'Aucun contingent pour cette édition.'
        END-IF.

      *> Mode batch des traitements de nuit. Ligne de commande :
      *>   [COMPTE=<id>] [MOTDEPASSE=<mdp>] [PARAMETRES=<fichier>]
      *>   [<TRAITEMENT> [EDITION=aaaa] [JOUR=n] [DATE=aaaammjj]
      *>   [PORTE=<porte>] [FICHIER=<fichier>] [AGE=n]]
      *> Le fichier de paramètres porte une ligne par traitement, de
      *> même syntaxe, exécutées dans l'ordre (le mot de passe peut y
      *> rester plutôt que sur la ligne de commande). Le compte (BATCH
      *> par défaut) est un compte de users.dat, soumis à VERIF_DROIT
      *> comme au menu et tracé dans audit.dat. Compte rendu horodaté
      *> dans batch_<AAAAMMJJ>_<HHMMSS>.txt ; WbatCode = pire code des
      *> traitements (0 OK, 4 avertissement, 8 erreur).
       MODE_BATCH.
        MOVE 'BATCH' TO WbatCompte
        MOVE SPACES TO WbatMotPasse
        MOVE SPACES TO WbatParamFile
        MOVE 0 TO WbatAuth
        MOVE 0 TO WbatCode
        MOVE 0 TO WbatNbTrait
        MOVE FUNCTION CURRENT-DATE(1:14) TO WbatHorod
        MOVE SPACES TO WbatCrFile
        STRING 'batch_' WbatHorod(1:8) '_' WbatHorod(9:6) '.txt'
          DELIMITED BY SIZE INTO WbatCrFile
        OPEN OUTPUT fbatchCr
        CLOSE fbatchCr
        MOVE 'INFO' TO WbatNiveau
        MOVE SPACES TO WbatTexte
        STRING 'Lancement : ' WbatLigne DELIMITED BY SIZE
          INTO WbatTexte
        PERFORM ECRIRE_COMPTE_RENDU
        PERFORM TRAITER_LIGNE_BATCH
        IF WbatParamFile NOT = SPACES THEN
          PERFORM LIRE_PARAMETRES_BATCH
        END-IF
        IF WbatNbTrait = 0 THEN
          MOVE 'ERREUR' TO WbatNiveau
          MOVE 'Aucun traitement demandé.' TO WbatTexte
          PERFORM ECRIRE_COMPTE_RENDU
          MOVE 8 TO WbatCode
        END-IF
        MOVE SPACES TO WbatTexte
        EVALUATE WbatCode
        WHEN 0
          MOVE 'INFO' TO WbatNiveau
          STRING 'Fin : ' WbatNbTrait ' traitement(s), code retour 0'
            ' (OK)' DELIMITED BY SIZE INTO WbatTexte
        WHEN 4
          MOVE 'AVERT' TO WbatNiveau
          STRING 'Fin : ' WbatNbTrait ' traitement(s), code retour 4'
            ' (avertissement)' DELIMITED BY SIZE INTO WbatTexte
        WHEN OTHER
          MOVE 'ERREUR' TO WbatNiveau
          STRING 'Fin : ' WbatNbTrait ' traitement(s), code retour 8'
            ' (erreur)' DELIMITED BY SIZE INTO WbatTexte
        END-EVALUATE
        PERFORM ECRIRE_COMPTE_RENDU
        IF Wconnect = 1 THEN
          MOVE SPACES TO WauditCible
          STRING 'BATCH_FIN traitements=' WbatNbTrait ' code='
            WbatCode DELIMITED BY SIZE INTO WauditCible
          PERFORM ENREGISTRER_AUDIT
          PERFORM DECONNEXION_USER
        END-IF.

      *> Lignes du fichier de paramètres, exécutées l'une après
      *> l'autre : un traitement en erreur n'arrête pas la chaîne, le
      *> compte rendu dit le matin ce qui a échoué.
       LIRE_PARAMETRES_BATCH.
        OPEN INPUT fbatchParam
        IF fbpa_stat NOT = 00 THEN
          MOVE 'ERREUR' TO WbatNiveau
          MOVE SPACES TO WbatTexte
          STRING 'Fichier de paramètres introuvable : ' WbatParamFile
            DELIMITED BY SIZE INTO WbatTexte
          PERFORM ECRIRE_COMPTE_RENDU
          MOVE 8 TO WbatCode
        ELSE
          MOVE 0 TO WbatFin
          PERFORM WITH TEST BEFORE UNTIL WbatFin = 1
            READ fbatchParam
            AT END MOVE 1 TO WbatFin
            NOT AT END
              MOVE fbpaTampon TO WbatLigne
              IF WbatLigne NOT = SPACES AND WbatLigne(1:1) NOT = '*'
                  THEN
                PERFORM TRAITER_LIGNE_BATCH
              END-IF
            END-READ
          END-PERFORM
          CLOSE fbatchParam
        END-IF.

      *> Analyse de WbatLigne puis exécution de son traitement s'il
      *> y en a un (une ligne peut ne porter que le compte).
       TRAITER_LIGNE_BATCH.
        MOVE SPACES TO WbatTrait
        MOVE SPACES TO WbatFichier
        MOVE SPACES TO WbatPorte
        MOVE SPACES TO WbatErrParam
        MOVE 0 TO WbatEdition
        MOVE 0 TO WbatJour
        MOVE 0 TO WbatDate
        MOVE 0 TO WbatAge
        PERFORM VARYING WbatI FROM 1 BY 1 UNTIL WbatI > 12
          MOVE SPACES TO WbatMot(WbatI)
        END-PERFORM
        UNSTRING WbatLigne DELIMITED BY ALL SPACE
          INTO WbatMot(1) WbatMot(2) WbatMot(3) WbatMot(4)
               WbatMot(5) WbatMot(6) WbatMot(7) WbatMot(8)
               WbatMot(9) WbatMot(10) WbatMot(11) WbatMot(12)
        END-UNSTRING
        PERFORM VARYING WbatI FROM 1 BY 1 UNTIL WbatI > 12
          IF WbatMot(WbatI) NOT = SPACES THEN
            PERFORM ANALYSER_MOT_BATCH
          END-IF
        END-PERFORM
        IF WbatTrait NOT = SPACES THEN
          PERFORM EXECUTER_TRAITEMENT_BATCH
        END-IF.

      *> Un mot sans '=' est le nom du traitement ; sinon cle=valeur.
      *> Une valeur numérique invalide empêche le traitement de la
      *> ligne (WbatErrParam), un paramètre inconnu est ignoré avec
      *> un avertissement.
       ANALYSER_MOT_BATCH.
        MOVE 0 TO WbatNbEgal
        INSPECT WbatMot(WbatI) TALLYING WbatNbEgal FOR ALL '='
        IF WbatNbEgal = 0 THEN
          IF WbatTrait = SPACES THEN
            MOVE FUNCTION UPPER-CASE(WbatMot(WbatI)) TO WbatTrait
          ELSE
            MOVE 'AVERT' TO WbatNiveau
            MOVE SPACES TO WbatTexte
            STRING 'Mot ignoré : ' WbatMot(WbatI) DELIMITED BY SIZE
              INTO WbatTexte
            PERFORM ECRIRE_COMPTE_RENDU
            IF WbatCode < 4 THEN
              MOVE 4 TO WbatCode
            END-IF
          END-IF
        ELSE
          MOVE SPACES TO WbatCle
          MOVE SPACES TO WbatVal
          UNSTRING WbatMot(WbatI) DELIMITED BY '='
            INTO WbatCle WbatVal
          END-UNSTRING
          EVALUATE FUNCTION UPPER-CASE(WbatCle)
          WHEN 'COMPTE'
            MOVE WbatVal TO WbatCompte
          WHEN 'MOTDEPASSE'
            MOVE WbatVal TO WbatMotPasse
          WHEN 'PARAMETRES'
            MOVE WbatVal TO WbatParamFile
          WHEN 'FICHIER'
            MOVE WbatVal TO WbatFichier
          WHEN 'PORTE'
            MOVE WbatVal TO WbatPorte
          WHEN 'EDITION'
            IF FUNCTION TEST-NUMVAL(WbatVal) = 0 THEN
              COMPUTE WbatEdition = FUNCTION NUMVAL(WbatVal)
            ELSE
              MOVE 'EDITION non numérique' TO WbatErrParam
            END-IF
          WHEN 'JOUR'
            IF FUNCTION TEST-NUMVAL(WbatVal) = 0 THEN
              COMPUTE WbatJour = FUNCTION NUMVAL(WbatVal)
            ELSE
              MOVE 'JOUR non numérique' TO WbatErrParam
            END-IF
          WHEN 'DATE'
            IF FUNCTION TEST-NUMVAL(WbatVal) = 0 THEN
              COMPUTE WbatDate = FUNCTION NUMVAL(WbatVal)
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(WbatDate) NOT = 0 THEN
              MOVE 'DATE invalide (AAAAMMJJ)' TO WbatErrParam
            END-IF
          WHEN 'AGE'
            IF FUNCTION TEST-NUMVAL(WbatVal) = 0 THEN
              COMPUTE WbatAge = FUNCTION NUMVAL(WbatVal)
            ELSE
              MOVE 'AGE non numérique' TO WbatErrParam
            END-IF
          WHEN OTHER
            MOVE 'AVERT' TO WbatNiveau
            MOVE SPACES TO WbatTexte
            STRING 'Paramètre inconnu ignoré : ' WbatMot(WbatI)
              DELIMITED BY SIZE INTO WbatTexte
            PERFORM ECRIRE_COMPTE_RENDU
            IF WbatCode < 4 THEN
              MOVE 4 TO WbatCode
            END-IF
          END-EVALUATE
        END-IF.

      *> Connexion du compte technique au premier traitement, puis
      *> traitement sous les mêmes profils qu'au menu gestionnaire.
       EXECUTER_TRAITEMENT_BATCH.
        ADD 1 TO WbatNbTrait
        MOVE 0 TO WbatCodeTrait
        MOVE 'INFO' TO WbatNiveau
        MOVE SPACES TO WbatTexte
        STRING 'Début ' WbatTrait DELIMITED BY SIZE INTO WbatTexte
        PERFORM ECRIRE_COMPTE_RENDU
        IF WbatAuth = 0 THEN
          PERFORM AUTHENTIFIER_BATCH
        END-IF
        IF WbatAuth NOT = 1 THEN
          MOVE SPACES TO WbatTexte
          STRING 'Compte ' FUNCTION TRIM(WbatCompte)
            ' non authentifié : traitement non lancé'
            DELIMITED BY SIZE INTO WbatTexte
          PERFORM SIGNALER_ERREUR_BATCH
        ELSE
          IF WbatErrParam NOT = SPACES THEN
            MOVE WbatErrParam TO WbatTexte
            PERFORM SIGNALER_ERREUR_BATCH
          ELSE
            MOVE SPACES TO WauditCible
            STRING 'BATCH_DEBUT traitement=' WbatTrait
              DELIMITED BY SIZE INTO WauditCible
            PERFORM ENREGISTRER_AUDIT
            EVALUATE WbatTrait
            WHEN 'CLOTURE_JOURNEE'
              MOVE '5' TO WdroitProfils
              PERFORM LANCER_BATCH_CLOTURE
            WHEN 'TRAITER_OFFRES_EXPIREES'
              MOVE '15' TO WdroitProfils
              PERFORM LANCER_BATCH_OFFRES
            WHEN 'EXPORTER_LISTE_ACCES'
              MOVE '125' TO WdroitProfils
              PERFORM LANCER_BATCH_LISTE_ACCES
            WHEN 'ARCHIVER_EDITIONS_FERMEES'
              MOVE '5' TO WdroitProfils
              PERFORM LANCER_BATCH_ARCHIVAGE
            WHEN 'RESTITUER_CONTINGENTS'
              MOVE '5' TO WdroitProfils
              PERFORM LANCER_BATCH_RESTITUTION
            WHEN OTHER
              MOVE 'Traitement inconnu' TO WbatTexte
              PERFORM SIGNALER_ERREUR_BATCH
            END-EVALUATE
            MOVE SPACES TO WauditCible
            STRING 'BATCH_FIN traitement=' WbatTrait ' code='
              WbatCodeTrait DELIMITED BY SIZE INTO WauditCible
            PERFORM ENREGISTRER_AUDIT
          END-IF
        END-IF
        MOVE SPACES TO WbatTexte
        EVALUATE WbatCodeTrait
        WHEN 0
          MOVE 'INFO' TO WbatNiveau
          STRING 'Fin ' WbatTrait ' : OK' DELIMITED BY SIZE
            INTO WbatTexte
        WHEN 4
          MOVE 'AVERT' TO WbatNiveau
          STRING 'Fin ' WbatTrait ' : avertissement' DELIMITED BY SIZE
            INTO WbatTexte
        WHEN OTHER
          MOVE 'ERREUR' TO WbatNiveau
          STRING 'Fin ' WbatTrait ' : erreur' DELIMITED BY SIZE
            INTO WbatTexte
        END-EVALUATE
        PERFORM ECRIRE_COMPTE_RENDU
        IF WbatCodeTrait > WbatCode THEN
          MOVE WbatCodeTrait TO WbatCode
        END-IF.

      *> Connexion sans saisie, mêmes contrôles que CONNEXION_USER ;
      *> un refus est tracé et n'est pas retenté aux lignes
      *> suivantes (WbatAuth = 2).
       AUTHENTIFIER_BATCH.
        MOVE 2 TO WbatAuth
        OPEN I-O fusers
        MOVE WbatCompte TO fu_id
        PERFORM VERIF_USER
        IF Wtrouve = 1 AND fu_pass = WbatMotPasse THEN
          MOVE 1 TO Wconnect
          MOVE 1 TO WbatAuth
          MOVE 'INFO' TO WbatNiveau
          MOVE SPACES TO WbatTexte
          STRING 'Connexion du compte ' FUNCTION TRIM(fu_id)
            ' (profil ' fu_profil ')' DELIMITED BY SIZE INTO WbatTexte
          PERFORM ECRIRE_COMPTE_RENDU
          MOVE SPACES TO WauditCible
          STRING 'BATCH_CONNEXION compte=' fu_id
            DELIMITED BY SIZE INTO WauditCible
          PERFORM ENREGISTRER_AUDIT
        ELSE
          MOVE SPACES TO WauditCible
          STRING 'BATCH_CONNEXION_REFUSEE compte=' WbatCompte
            DELIMITED BY SIZE INTO WauditCible
          PERFORM ENREGISTRER_AUDIT
          CLOSE fusers
        END-IF.

       LANCER_BATCH_CLOTURE.
        PERFORM VERIF_DROIT
        IF WdroitOk = 0 THEN
          PERFORM SIGNALER_DROIT_BATCH
        ELSE
          PERFORM CLOTURE_JOURNEE
          MOVE 'INFO' TO WbatNiveau
          MOVE SPACES TO WbatTexte
          STRING 'Sauvegardes du ' WclotDate ' et cloture_' WclotDate
            '.txt écrits' DELIMITED BY SIZE INTO WbatTexte
          PERFORM ECRIRE_COMPTE_RENDU
        END-IF.

       LANCER_BATCH_OFFRES.
        PERFORM VERIF_DROIT
        IF WdroitOk = 0 THEN
          PERFORM SIGNALER_DROIT_BATCH
        ELSE
          PERFORM TRAITER_OFFRES_EXPIREES
        END-IF.

      *> Liste d'accès d'un jour : EDITION et JOUR, ou DATE seule
      *> (l'édition est son année, le jour se déduit du calendrier
      *> de l'édition) ; PORTE obligatoire, FICHIER facultatif.
       LANCER_BATCH_LISTE_ACCES.
        PERFORM VERIF_DROIT
        IF WdroitOk = 0 THEN
          PERFORM SIGNALER_DROIT_BATCH
        ELSE
          IF WbatEdition = 0 AND WbatDate > 0 THEN
            DIVIDE WbatDate BY 10000 GIVING WbatEdition
          END-IF
          MOVE WbatEdition TO fe_dateA
          OPEN INPUT feditions
          PERFORM VERIF_EDITION
          CLOSE feditions
          IF Wtrouve = 0 THEN
            MOVE SPACES TO WbatTexte
            STRING 'Edition ' WbatEdition ' introuvable'
              DELIMITED BY SIZE INTO WbatTexte
            PERFORM SIGNALER_ERREUR_BATCH
          ELSE
            PERFORM CALCULER_JOUR_BATCH
          END-IF
          IF WbatCodeTrait < 8 AND WbatPorte = SPACES THEN
            MOVE 'PORTE obligatoire' TO WbatTexte
            PERFORM SIGNALER_ERREUR_BATCH
          END-IF
          IF WbatCodeTrait < 8 THEN
            MOVE WbatJour TO WscanJour
            MOVE WbatPorte TO WscanPorte
            MOVE WbatFichier TO WexportFile
            PERFORM EXPORTER_LISTE_ACCES_JOUR
            MOVE 'INFO' TO WbatNiveau
            MOVE SPACES TO WbatTexte
            STRING WscanLignes ' accès exporté(s) dans ' WexportFile
              DELIMITED BY SIZE INTO WbatTexte
            PERFORM ECRIRE_COMPTE_RENDU
            IF WscanLignes = 0 THEN
              MOVE 'Liste d''accès vide' TO WbatTexte
              PERFORM SIGNALER_AVERT_BATCH
            END-IF
          END-IF
        END-IF.

      *> Jour de l'édition (fiche chargée) : JOUR s'il est donné,
      *> sinon déduit de DATE et de fe_dateJour1 ; il doit tomber
      *> dans l'édition.
       CALCULER_JOUR_BATCH.
        IF WbatJour = 0 AND WbatDate > 0 THEN
          IF fe_dateJour1 = 0 THEN
            MOVE 'Calendrier de l''édition non saisi : donner JOUR'
              TO WbatTexte
            PERFORM SIGNALER_ERREUR_BATCH
          ELSE
            COMPUTE WbatIdx = FUNCTION INTEGER-OF-DATE(WbatDate)
              - FUNCTION INTEGER-OF-DATE(fe_dateJour1) + 1
            IF WbatIdx > 0 AND WbatIdx <= fe_nbJours THEN
              MOVE WbatIdx TO WbatJour
            END-IF
          END-IF
        END-IF
        IF WbatCodeTrait < 8 AND
            (WbatJour = 0 OR WbatJour > fe_nbJours) THEN
          MOVE SPACES TO WbatTexte
          STRING 'Jour hors de l''édition (1 à ' fe_nbJours ')'
            DELIMITED BY SIZE INTO WbatTexte
          PERFORM SIGNALER_ERREUR_BATCH
        END-IF.

      *> AGE (années à conserver) tient lieu de confirmation.
       LANCER_BATCH_ARCHIVAGE.
        PERFORM VERIF_DROIT
        IF WdroitOk = 0 THEN
          PERFORM SIGNALER_DROIT_BATCH
        ELSE
          IF WbatAge = 0 THEN
            MOVE 'AGE obligatoire (années à conserver)' TO WbatTexte
            PERFORM SIGNALER_ERREUR_BATCH
          ELSE
            MOVE WbatAge TO WarcAge
            MOVE FUNCTION CURRENT-DATE(1:4) TO WarcAnneeCour
            COMPUTE WarcSeuil = WarcAnneeCour - WarcAge
            PERFORM ARCHIVER_JUSQUA_SEUIL
            MOVE 'INFO' TO WbatNiveau
            MOVE SPACES TO WbatTexte
            STRING 'Editions jusqu''à ' WarcSeuil ' : ' WarcResa
              ' réservation(s), ' WarcAttente ' attente(s), '
              WarcClients ' client(s) archivés'
              DELIMITED BY SIZE INTO WbatTexte
            PERFORM ECRIRE_COMPTE_RENDU
          END-IF
        END-IF.

       LANCER_BATCH_RESTITUTION.
        PERFORM VERIF_DROIT
        IF WdroitOk = 0 THEN
          PERFORM SIGNALER_DROIT_BATCH
        ELSE
          PERFORM RESTITUER_CONTINGENTS
          MOVE 'INFO' TO WbatNiveau
          MOVE SPACES TO WbatTexte
          STRING WrevNbRestit ' contingent(s) restitué(s)'
            DELIMITED BY SIZE INTO WbatTexte
          PERFORM ECRIRE_COMPTE_RENDU
        END-IF.

       SIGNALER_DROIT_BATCH.
        MOVE SPACES TO WbatTexte
        STRING 'Compte ' FUNCTION TRIM(fu_id) ' sans le profil requis'
          ' (' FUNCTION TRIM(WdroitProfils) ')'
          DELIMITED BY SIZE INTO WbatTexte
        PERFORM SIGNALER_ERREUR_BATCH.

      *> WbatTexte chargé par l'appelant.
       SIGNALER_ERREUR_BATCH.
        MOVE 'ERREUR' TO WbatNiveau
        PERFORM ECRIRE_COMPTE_RENDU
        MOVE 8 TO WbatCodeTrait.

       SIGNALER_AVERT_BATCH.
        MOVE 'AVERT' TO WbatNiveau
        PERFORM ECRIRE_COMPTE_RENDU
        IF WbatCodeTrait < 4 THEN
          MOVE 4 TO WbatCodeTrait
        END-IF.

      *> Une ligne horodatée du compte rendu (AAAAMMJJHHMMSS;niveau;
      *> texte), aussi affichée pour le journal de l'ordonnanceur ;
      *> fichier rouvert à chaque ligne comme audit.dat, pour qu'un
      *> arrêt brutal n'en perde rien.
       ECRIRE_COMPTE_RENDU.
        MOVE FUNCTION CURRENT-DATE(1:14) TO WbatHorod
        MOVE SPACES TO fbcrTampon
        STRING WbatHorod ';' FUNCTION TRIM(WbatNiveau) ';'
          FUNCTION TRIM(WbatTexte) DELIMITED BY SIZE INTO fbcrTampon
        OPEN EXTEND fbatchCr
        WRITE fbcrTampon
        CLOSE fbatchCr
        DISPLAY fbcrTampon.

      *> Registre des accréditations (presse, partenaires, invités
      *> des artistes, staff). Une accréditation est une réservation
      *> sans vente (fres_typeAcces > 0, prix nul) : elle compte dans
      *> la jauge, sort dans la liste d'accès et se pointe à la porte
      *> comme un pass, mais n'entre ni dans fe_Ca, ni dans les
      *> soldes, ni dans RAPPORT_DEMOGRAPHIE. L'annulation passe par
      *> ANNULER_RESERVATION, réservée aux administrateurs.
       GESTION_ACCREDITATIONS.
        PERFORM WITH TEST AFTER UNTIL choix=0
         PERFORM WITH TEST AFTER UNTIL choix<9
              DISPLAY '  _____* Accréditations et invitations *__'
              DISPLAY ' |Annuler                    :           0|'
              DISPLAY ' |Ajouter une accréditation  :           1|'
              DISPLAY ' |Afficher les accréditations:           2|'
              DISPLAY ' |Annuler une accréditation  :           3|'
              DISPLAY ' |Quotas par type et par jour:           4|'
              DISPLAY ' |Etat des quotas consommés  :           5|'
              DISPLAY ' |________________________________________|'
              DISPLAY 'Faites un choix : ' WITH NO ADVANCING
              ACCEPT choix
              EVALUATE choix
              WHEN 1 PERFORM AJOUTER_ACCREDITATION
              WHEN 2 PERFORM AFFICHER_ACCREDITATIONS
              WHEN 3 MOVE '5' TO WdroitProfils
                     PERFORM VERIF_DROIT
                     IF WdroitOk = 1 THEN
                       PERFORM ANNULER_RESERVATION
                     END-IF
              WHEN 4 PERFORM SAISIR_QUOTAS_ACCES
              WHEN 5 PERFORM RAPPORT_QUOTAS_ACCES
              END-EVALUATE
         END-PERFORM
        END-PERFORM.

       LIBELLE_TYPE_ACCES.
        EVALUATE WaccType
          WHEN 1 MOVE 'presse' TO WaccTypeLib
          WHEN 2 MOVE 'partenaire' TO WaccTypeLib
          WHEN 3 MOVE 'invite artiste' TO WaccTypeLib
          WHEN 4 MOVE 'staff' TO WaccTypeLib
          WHEN OTHER MOVE 'pass' TO WaccTypeLib
        END-EVALUATE.

      *> Saisie d'une accréditation : quota du type (ou du contrat du
      *> groupe pour un invité artiste) contrôlé jour par jour, puis
      *> jauge de l'édition par VERIF_PASS_DISPO comme pour une
      *> vente, puis fiche du bénéficiaire comme AJOUTER_RESERVATION.
       AJOUTER_ACCREDITATION.
        MOVE 0 TO Wtrouve
        DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
        ACCEPT fe_dateA
        OPEN INPUT feditions
        PERFORM VERIF_EDITION
        CLOSE feditions
        IF Wtrouve = 0 THEN
          DISPLAY 'Edition pas trouvée'
        ELSE
          MOVE fe_dateA TO dateA
          MOVE 0 TO WaccType
          PERFORM WITH TEST AFTER UNTIL WaccType > 0 AND WaccType < 5
            DISPLAY 'Type (1 presse, 2 partenaire, 3 invité artiste, '
            '4 staff) : ' WITH NO ADVANCING
            ACCEPT WaccType
          END-PERFORM
          MOVE 1 TO WaccOk
          MOVE SPACES TO WaccNomGr
          IF WaccType = 3 THEN
            DISPLAY 'Groupe qui invite : ' WITH NO ADVANCING
            ACCEPT WaccNomGr
            OPEN INPUT fcontrats
            MOVE WaccNomGr TO fc_nomGr
            MOVE fe_dateA TO fc_dateA
            READ fcontrats
            INVALID KEY
              DISPLAY 'Aucun contrat pour ce groupe et cette édition : '
              'invitation refusée.'
              MOVE 0 TO WaccOk
            NOT INVALID KEY
              PERFORM VARYING WaccJourIdx FROM 1 BY 1
                  UNTIL WaccJourIdx > 9
                MOVE fc_quotaInvites TO WaccQuotaT(WaccJourIdx)
              END-PERFORM
            END-READ
            CLOSE fcontrats
          ELSE
            OPEN INPUT fquotas
            MOVE fe_dateA TO fquo_dateA
            MOVE WaccType TO fquo_type
            READ fquotas
            INVALID KEY
              DISPLAY 'Aucun quota défini pour ce type sur cette '
              'édition.'
              MOVE 0 TO WaccOk
            NOT INVALID KEY
              PERFORM VARYING WaccJourIdx FROM 1 BY 1
                  UNTIL WaccJourIdx > 9
                MOVE fquo_jour(WaccJourIdx) TO WaccQuotaT(WaccJourIdx)
              END-PERFORM
            END-READ
            CLOSE fquotas
          END-IF
          IF WaccOk = 1 THEN
            MOVE 0 TO WpassValide
            PERFORM WITH TEST AFTER UNTIL WpassValide = 1
              DISPLAY 'Jours couverts (ex : 13 pour les jours 1 et 3) : '
              WITH NO ADVANCING
              ACCEPT WaccCode
              MOVE WaccCode TO WpassCode
              PERFORM VERIF_PASS_CODE_VALIDE
              IF WpassValide = 0 THEN
                DISPLAY 'Jours invalides : chiffres croissants de 1 à ',
                  fe_nbJours
              END-IF
            END-PERFORM
      *> WpassJours est réutilisé par COMPTER_ACCREDITATIONS : les
      *> jours demandés sont mis de côté avant le contrôle des quotas.
            MOVE WpassNbJours TO WaccNbJours
            PERFORM VARYING WaccJourIdx FROM 1 BY 1
                UNTIL WaccJourIdx > WaccNbJours
              MOVE WpassJours(WaccJourIdx) TO WaccJoursT(WaccJourIdx)
            END-PERFORM
            PERFORM VARYING WaccJourIdx FROM 1 BY 1
                UNTIL WaccJourIdx > WaccNbJours
              MOVE WaccJoursT(WaccJourIdx) TO WaccJour
              PERFORM COMPTER_ACCREDITATIONS
              IF WaccType = 3 THEN
                MOVE WaccNbGroupe TO WaccUtil
              ELSE
                MOVE WaccParType(WaccType) TO WaccUtil
              END-IF
              IF WaccUtil >= WaccQuotaT(WaccJour) THEN
                DISPLAY 'Quota atteint le jour ', WaccJour, ' (',
                  WaccUtil, ' / ', WaccQuotaT(WaccJour), ')'
                MOVE 0 TO WaccOk
              END-IF
            END-PERFORM
          END-IF
          IF WaccOk = 1 THEN
            MOVE fe_dateA TO fres_dateA
            MOVE WaccCode TO fres_nomPa
            PERFORM VERIF_PASS_DISPO
            IF Wallowed = 0 THEN
              DISPLAY 'Jauge atteinte sur l''un des jours : '
              'accréditation refusée.'
              MOVE 0 TO WaccOk
            END-IF
          END-IF
          IF WaccOk = 1 THEN
            PERFORM SELECTIONNER_CLIENT
            IF WclTrouve = 1 THEN
              MOVE fcl_prenom TO fres_prenom
              MOVE fcl_dep TO fres_dep
              MOVE fcl_adresseEmail TO fres_adresseEmail
              MOVE fcl_numTel TO fres_numTel
              MOVE fcl_dateNaissance TO fres_dateNaissance
              MOVE fcl_id TO fres_clientId
              DISPLAY 'Fiche pré-remplie pour ', fcl_prenom,
                FUNCTION TRIM(fcl_nom)
            ELSE
              PERFORM SAISIR_IDENTITE_PARTICIPANT
              PERFORM CREER_CLIENT
              MOVE fcl_id TO fres_clientId
            END-IF
            PERFORM ALLOUER_ID_RESA
            IF WverrOk = 0 THEN
              DISPLAY 'Accréditation NON enregistrée : aucun id '
              'disponible, ressaisir plus tard.'
            ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO fres_dateVente
              MOVE 0 TO fres_prixVente
              MOVE SPACES TO fres_reducCode
              MOVE 0 TO fres_remise
              MOVE 0 TO fres_cmdId
              MOVE WaccType TO fres_typeAcces
              MOVE WaccNomGr TO fres_nomGr
              OPEN I-O freservations
              WRITE fresTampon
              INVALID KEY
                DISPLAY 'Impossible d''enregistrer l''accréditation'
              NOT INVALID KEY
                MOVE fres_dateA TO fe_dateA
                PERFORM MAJ_NBRESERVATION
                DISPLAY 'Accréditation enregistrée : id ', fres_id
                STRING 'AJOUTER_ACCREDITATION fres_id=' fres_id
                  ' type=' fres_typeAcces ' jours=' fres_nomPa
                  ' groupe=' fres_nomGr
                  DELIMITED BY SIZE INTO WauditCible
                PERFORM ENREGISTRER_AUDIT
              END-WRITE
              CLOSE freservations
            END-IF
          END-IF
        END-IF.

      *> Compte les accréditations de l'édition dateA couvrant le
      *> jour WaccJour, par type (WaccParType), au total (WaccTotJour)
      *> et pour les invités du groupe WaccNomGr (WaccNbGroupe).
      *> fe_nbJours doit être chargé (VERIF_PASS_CODE_VALIDE).
       COMPTER_ACCREDITATIONS.
        PERFORM VARYING WaccIdx FROM 1 BY 1 UNTIL WaccIdx > 4
          MOVE 0 TO WaccParType(WaccIdx)
        END-PERFORM
        MOVE 0 TO WaccTotJour
        MOVE 0 TO WaccNbGroupe
        OPEN INPUT freservations
        MOVE dateA TO fres_dateA
        MOVE 0 TO WaccFin
        START freservations, KEY = fres_dateA
          INVALID KEY
            MOVE 1 TO WaccFin
        END-START
        PERFORM WITH TEST BEFORE UNTIL WaccFin = 1
          READ freservations NEXT RECORD
          AT END MOVE 1 TO WaccFin
          NOT AT END
            IF fres_dateA = dateA THEN
              IF fres_typeAcces > 0 AND fres_typeAcces < 5 THEN
                MOVE fres_nomPa TO WpassCode
                PERFORM VERIF_PASS_CODE_VALIDE
                IF WpassValide = 1 THEN
                  PERFORM VARYING WjIdx FROM 1 BY 1
                      UNTIL WjIdx > WpassNbJours
                    IF WpassJours(WjIdx) = WaccJour THEN
                      ADD 1 TO WaccParType(fres_typeAcces)
                      ADD 1 TO WaccTotJour
                      IF fres_typeAcces = 3 AND
                          fres_nomGr = WaccNomGr THEN
                        ADD 1 TO WaccNbGroupe
                      END-IF
                    END-IF
                  END-PERFORM
                END-IF
              END-IF
            ELSE
              MOVE 1 TO WaccFin
            END-IF
          END-READ
        END-PERFORM
        CLOSE freservations.

       AFFICHER_ACCREDITATIONS.
        DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
        ACCEPT fres_dateA
        MOVE fres_dateA TO dateA
        MOVE 0 TO WaccFin
        MOVE 0 TO WaccTotJour
        OPEN INPUT freservations
        START freservations, KEY = fres_dateA
          INVALID KEY
            MOVE 1 TO WaccFin
        END-START
        DISPLAY '  ______* Accréditations de l''édition ', dateA,
          ' *______'
        PERFORM WITH TEST BEFORE UNTIL WaccFin = 1
          READ freservations NEXT RECORD
          AT END MOVE 1 TO WaccFin
          NOT AT END
            IF fres_dateA = dateA THEN
              IF fres_typeAcces > 0 THEN
                MOVE fres_typeAcces TO WaccType
                PERFORM LIBELLE_TYPE_ACCES
                DISPLAY 'Id ', fres_id, ' ', WaccTypeLib, ' jours ',
                  fres_nomPa, ' ', fres_prenom, ' ', fres_nomGr
                ADD 1 TO WaccTotJour
              END-IF
            ELSE
              MOVE 1 TO WaccFin
            END-IF
          END-READ
        END-PERFORM
        CLOSE freservations
        DISPLAY WaccTotJour, ' accréditation(s).'.

      *> Quota par jour d'un type d'accréditation pour une édition.
      *> Les invités artistes se règlent sur le contrat du groupe
      *> (GESTION_CONTRATS).
       SAISIR_QUOTAS_ACCES.
        MOVE 0 TO Wtrouve
        DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
        ACCEPT fe_dateA
        OPEN INPUT feditions
        PERFORM VERIF_EDITION
        CLOSE feditions
        IF Wtrouve = 0 THEN
          DISPLAY 'Edition pas trouvée'
        ELSE
          MOVE 0 TO WaccType
          PERFORM WITH TEST AFTER UNTIL WaccType = 1 OR WaccType = 2
              OR WaccType = 4
            DISPLAY 'Type (1 presse, 2 partenaire, 4 staff) : '
            WITH NO ADVANCING
            ACCEPT WaccType
          END-PERFORM
          OPEN I-O fquotas
          MOVE fe_dateA TO fquo_dateA
          MOVE WaccType TO fquo_type
          READ fquotas
          INVALID KEY
            MOVE 0 TO Wtrouve
            PERFORM VARYING WaccJourIdx FROM 1 BY 1
                UNTIL WaccJourIdx > 9
              MOVE 0 TO fquo_jour(WaccJourIdx)
            END-PERFORM
          NOT INVALID KEY
            MOVE 1 TO Wtrouve
          END-READ
          PERFORM VARYING WaccJourIdx FROM 1 BY 1
              UNTIL WaccJourIdx > fe_nbJours
            DISPLAY 'Jour ', WaccJourIdx, ' (actuel ',
              fquo_jour(WaccJourIdx), ') : ' WITH NO ADVANCING
            ACCEPT fquo_jour(WaccJourIdx)
          END-PERFORM
          IF Wtrouve = 0 THEN
            WRITE fquoTampon
            INVALID KEY
              DISPLAY 'Impossible d''enregistrer les quotas'
            END-WRITE
          ELSE
            REWRITE fquoTampon
            INVALID KEY
              DISPLAY 'Impossible d''enregistrer les quotas'
            END-REWRITE
          END-IF
          IF fquo_stat = 00 THEN
            DISPLAY 'Quotas enregistrés'
            STRING 'SAISIR_QUOTAS_ACCES fe_dateA=' fe_dateA
              ' type=' WaccType DELIMITED BY SIZE INTO WauditCible
            PERFORM ENREGISTRER_AUDIT
          END-IF
          CLOSE fquotas
        END-IF.

      *> Etat des quotas consommés d'une édition : jour par jour,
      *> accréditations accordées face au quota de chaque type, puis
      *> invités de chaque groupe face au quota de son contrat.
      *> Affiché et exporté en point-virgule.
       RAPPORT_QUOTAS_ACCES.
        MOVE 0 TO Wtrouve
        DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
        ACCEPT fe_dateA
        OPEN INPUT feditions
        PERFORM VERIF_EDITION
        CLOSE feditions
        IF Wtrouve = 0 THEN
          DISPLAY 'Edition pas trouvée'
        ELSE
          MOVE fe_dateA TO dateA
          PERFORM VARYING WaccJourIdx FROM 1 BY 1
              UNTIL WaccJourIdx > 9
            MOVE 0 TO WaccQuoPresse(WaccJourIdx)
            MOVE 0 TO WaccQuoPart(WaccJourIdx)
            MOVE 0 TO WaccQuoStaff(WaccJourIdx)
          END-PERFORM
          OPEN INPUT fquotas
          MOVE fe_dateA TO fquo_dateA
          MOVE 1 TO fquo_type
          READ fquotas
          NOT INVALID KEY
            PERFORM VARYING WaccJourIdx FROM 1 BY 1
                UNTIL WaccJourIdx > 9
              MOVE fquo_jour(WaccJourIdx) TO WaccQuoPresse(WaccJourIdx)
            END-PERFORM
          END-READ
          MOVE fe_dateA TO fquo_dateA
          MOVE 2 TO fquo_type
          READ fquotas
          NOT INVALID KEY
            PERFORM VARYING WaccJourIdx FROM 1 BY 1
                UNTIL WaccJourIdx > 9
              MOVE fquo_jour(WaccJourIdx) TO WaccQuoPart(WaccJourIdx)
            END-PERFORM
          END-READ
          MOVE fe_dateA TO fquo_dateA
          MOVE 4 TO fquo_type
          READ fquotas
          NOT INVALID KEY
            PERFORM VARYING WaccJourIdx FROM 1 BY 1
                UNTIL WaccJourIdx > 9
              MOVE fquo_jour(WaccJourIdx) TO WaccQuoStaff(WaccJourIdx)
            END-PERFORM
          END-READ
          CLOSE fquotas

          MOVE 0 TO WaccNbGr
          OPEN INPUT fcontrats
          MOVE dateA TO fc_dateA
          MOVE 0 TO WaccFin
          START fcontrats, KEY = fc_dateA
            INVALID KEY
              MOVE 1 TO WaccFin
          END-START
          PERFORM WITH TEST BEFORE UNTIL WaccFin = 1
            READ fcontrats NEXT RECORD
            AT END MOVE 1 TO WaccFin
            NOT AT END
              IF fc_dateA = dateA AND WaccNbGr < 100 THEN
                ADD 1 TO WaccNbGr
                MOVE fc_nomGr TO WaccGrT(WaccNbGr)
                MOVE fc_quotaInvites TO WaccGrQuota(WaccNbGr)
              ELSE
                MOVE 1 TO WaccFin
              END-IF
            END-READ
          END-PERFORM
          CLOSE fcontrats

          MOVE SPACES TO WexportFile
          STRING 'quotas_acces_' dateA '.txt' DELIMITED BY SIZE
            INTO WexportFile
          OPEN OUTPUT fexport
          MOVE SPACES TO WexportLine
          STRING 'Edition;' dateA DELIMITED BY SIZE INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          MOVE SPACES TO WexportLine
          STRING 'Jour;Presse;QuotaPresse;Partenaire;QuotaPartenaire;'
            'InviteArtiste;Staff;QuotaStaff' DELIMITED BY SIZE
            INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          DISPLAY '  ____* Quotas d''accréditations ', dateA, ' *____'
          DISPLAY ' |Jour|Presse|Partenaires|Invités|Staff|'
          MOVE SPACES TO WaccNomGr
          PERFORM VARYING WaccJourIdx FROM 1 BY 1
              UNTIL WaccJourIdx > fe_nbJours
            MOVE WaccJourIdx TO WaccJour
            PERFORM COMPTER_ACCREDITATIONS
            DISPLAY ' |', WaccJour, '   |', WaccParType(1), '/',
              WaccQuoPresse(WaccJour), '|', WaccParType(2), '/',
              WaccQuoPart(WaccJour), '|', WaccParType(3), '|',
              WaccParType(4), '/', WaccQuoStaff(WaccJour), '|'
            MOVE SPACES TO WexportLine
            STRING WaccJour ';' WaccParType(1) ';'
              WaccQuoPresse(WaccJour) ';' WaccParType(2) ';'
              WaccQuoPart(WaccJour) ';' WaccParType(3) ';'
              WaccParType(4) ';' WaccQuoStaff(WaccJour)
              DELIMITED BY SIZE INTO WexportLine
            WRITE fexpTampon FROM WexportLine
          END-PERFORM

          MOVE SPACES TO WexportLine
          STRING 'Groupe;Jour;Invites;QuotaContrat' DELIMITED BY SIZE
            INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          DISPLAY ' |Invités par groupe (accordés / quota du contrat)'
          PERFORM VARYING WaccGrIdx FROM 1 BY 1
              UNTIL WaccGrIdx > WaccNbGr
            MOVE WaccGrT(WaccGrIdx) TO WaccNomGr
            PERFORM VARYING WaccJourIdx FROM 1 BY 1
                UNTIL WaccJourIdx > fe_nbJours
              MOVE WaccJourIdx TO WaccJour
              PERFORM COMPTER_ACCREDITATIONS
              IF WaccNbGroupe > 0 OR WaccGrQuota(WaccGrIdx) > 0 THEN
                DISPLAY ' | ', WaccNomGr, ' jour ', WaccJour, ' : ',
                  WaccNbGroupe, ' / ', WaccGrQuota(WaccGrIdx)
                MOVE SPACES TO WexportLine
                STRING FUNCTION TRIM(WaccNomGr) ';' WaccJour ';'
                  WaccNbGroupe ';' WaccGrQuota(WaccGrIdx)
                  DELIMITED BY SIZE INTO WexportLine
                WRITE fexpTampon FROM WexportLine
              END-IF
            END-PERFORM
          END-PERFORM
          CLOSE fexport
          DISPLAY ' |_______________________________________|'
          DISPLAY 'Etat des quotas exporté dans ', WexportFile
        END-IF.

      *> Sous-menu du transfert d'un pass à un autre festivalier et du
      *> surclassement vers un pass couvrant plus de jours : deux
      *> opérations qui évitent l'annulation suivie d'une nouvelle
      *> vente, donc gardent l'historique des paiements et la place
      *> face à la liste d'attente. La date limite des transferts se
      *> règle par édition et reste réservée aux administrateurs.
       GESTION_TRANSFERTS.
        PERFORM WITH TEST AFTER UNTIL choix=0
         PERFORM WITH TEST AFTER UNTIL choix<9
              DISPLAY '  _____* Transfert et surclassement *_____'
              DISPLAY ' |Annuler                    :           0|'
              DISPLAY ' |Transférer un pass         :           1|'
              DISPLAY ' |Surclasser un pass         :           2|'
              DISPLAY ' |Date limite des transferts :           3|'
              DISPLAY ' |________________________________________|'
              DISPLAY 'Faites un choix : ' WITH NO ADVANCING
              ACCEPT choix
              EVALUATE choix
              WHEN 1 PERFORM TRANSFERER_RESERVATION
              WHEN 2 PERFORM SURCLASSER_RESERVATION
              WHEN 3 MOVE '5' TO WdroitProfils
                     PERFORM VERIF_DROIT
                     IF WdroitOk = 1 THEN
                       PERFORM SAISIR_LIMITE_TRANSFERT
                     END-IF
              END-EVALUATE
         END-PERFORM
        END-PERFORM.

      *> Transfert : la réservation garde son id, donc son prix figé,
      *> sa réduction et ses paiements, et elle est rattachée à une
      *> autre fiche de clients.dat dont l'identité est recopiée dans
      *> fresTampon (liste d'accès et pointage au nouveau nom). Refusé
      *> pour une accréditation, nominative, et après la date limite
      *> de l'édition (fe_dateLimTransfert) contre la revente sauvage.
       TRANSFERER_RESERVATION.
        MOVE 0 TO WtrfOk
        PERFORM RECHERCHE_RESERVATION_ID
        IF Wtrouve = 1 THEN
          MOVE 1 TO WtrfOk
          MOVE fres_id TO WresaId
          MOVE fres_clientId TO WtrfAncClient
          IF fres_typeAcces > 0 THEN
            DISPLAY 'Une accréditation est nominative : transfert '
            'refusé.'
            MOVE 0 TO WtrfOk
          END-IF
        END-IF
        IF WtrfOk = 1 THEN
          MOVE fres_dateA TO fe_dateA
          OPEN INPUT feditions
          PERFORM VERIF_EDITION
          CLOSE feditions
          MOVE FUNCTION CURRENT-DATE(1:8) TO WtrfDateJ
          IF Wtrouve = 1 AND fe_dateLimTransfert > 0
              AND WtrfDateJ > fe_dateLimTransfert THEN
            DISPLAY 'Date limite des transferts dépassée (',
              fe_dateLimTransfert, ') : transfert refusé.'
            MOVE 0 TO WtrfOk
          END-IF
        END-IF
        IF WtrfOk = 1 THEN
          DISPLAY 'Nouveau bénéficiaire du pass :'
          PERFORM SELECTIONNER_CLIENT
          IF WclTrouve = 1 THEN
            MOVE fcl_prenom TO fres_prenom
            MOVE fcl_dep TO fres_dep
            MOVE fcl_adresseEmail TO fres_adresseEmail
            MOVE fcl_numTel TO fres_numTel
            MOVE fcl_dateNaissance TO fres_dateNaissance
            MOVE fcl_id TO fres_clientId
          ELSE
            PERFORM SAISIR_IDENTITE_PARTICIPANT
            PERFORM CREER_CLIENT
            MOVE fcl_id TO fres_clientId
          END-IF
      *> Sans fiche client le transfert ne serait plus traçable : on
      *> ne rattache la réservation qu'à une fiche réelle et distincte.
          IF fres_clientId = 0 THEN
            DISPLAY 'Pas de fiche client : transfert abandonné.'
            MOVE 0 TO WtrfOk
          ELSE
            IF fres_clientId = WtrfAncClient THEN
              DISPLAY 'Même festivalier : rien à transférer.'
              MOVE 0 TO WtrfOk
            END-IF
          END-IF
        END-IF
        IF WtrfOk = 1 THEN
          MOVE fres_clientId TO WtrfNouvClient
          MOVE fres_prenom TO WtrfNouvPrenom
          MOVE fres_dep TO WtrfNouvDep
          MOVE fres_adresseEmail TO WtrfNouvMail
          MOVE fres_numTel TO WtrfNouvTel
          MOVE fres_dateNaissance TO WtrfNouvNaiss
          OPEN I-O freservations
          MOVE WresaId TO fres_id
          READ freservations
          INVALID KEY
            DISPLAY "Erreur: le tampon a été altéré."
          NOT INVALID KEY
            MOVE WtrfNouvClient TO fres_clientId
            MOVE WtrfNouvPrenom TO fres_prenom
            MOVE WtrfNouvDep TO fres_dep
            MOVE WtrfNouvMail TO fres_adresseEmail
            MOVE WtrfNouvTel TO fres_numTel
            MOVE WtrfNouvNaiss TO fres_dateNaissance
            REWRITE fresTampon
            INVALID KEY
              DISPLAY "impossible de réécrire"
            NOT INVALID KEY
              DISPLAY 'Pass transféré à la fiche client ',
                WtrfNouvClient, ' (prix et paiements conservés).'
              IF fres_reducCode NOT = SPACES THEN
                DISPLAY 'Tarif réduit conservé (',
                  FUNCTION TRIM(fres_reducCode),
                  ') : justificatif à contrôler à l''entrée.'
              END-IF
              STRING 'TRANSFERER_RESERVATION fres_id=' WresaId
                ' ancien=' WtrfAncClient ' nouveau=' WtrfNouvClient
                DELIMITED BY SIZE INTO WauditCible
              PERFORM ENREGISTRER_AUDIT
            END-REWRITE
          END-READ
          CLOSE freservations
        END-IF.

      *> Surclassement : fres_nomPa passe à un pass qui couvre tous
      *> les jours de l'ancien et au moins un de plus (jour 2 vers 23
      *> ou vers le pass complet). La jauge n'est contrôlée, et
      *> fe_nbResaJour augmenté, que sur les jours ajoutés : la place
      *> tenue sur les autres jours n'est jamais rendue. La différence
      *> se calcule au tarif du jour (CALCULER_PRIX_VENTE à la date
      *> d'aujourd'hui pour l'ancien et le nouveau pass) et s'ajoute
      *> au prix figé : une réduction consentie à la vente reste
      *> acquise sur la part d'origine. La différence s'encaisse
      *> aussitôt dans paiements.dat ou reste due au suivi des
      *> paiements.
       SURCLASSER_RESERVATION.
        MOVE 0 TO WsurOk
        PERFORM RECHERCHE_RESERVATION_ID
        IF Wtrouve = 1 THEN
          MOVE 1 TO WsurOk
          MOVE fres_id TO WresaId
          MOVE fres_nomPa TO WsurAncPass
          IF fres_typeAcces > 0 THEN
            DISPLAY 'Une accréditation ne se surclasse pas : la '
            'ressaisir avec les jours voulus.'
            MOVE 0 TO WsurOk
          END-IF
        END-IF
        IF WsurOk = 1 THEN
          PERFORM CHARGER_PRIX_RESERVATION
          MOVE WprixDu TO WsurPrixDu
          MOVE fres_dateA TO fe_dateA
          OPEN INPUT feditions
          PERFORM VERIF_EDITION
          CLOSE feditions
          IF Wtrouve = 0 THEN
            DISPLAY "Pas d'édition à cette date."
            MOVE 0 TO WsurOk
          END-IF
        END-IF
        IF WsurOk = 1 THEN
          PERFORM VARYING WsurIdx FROM 1 BY 1 UNTIL WsurIdx > 9
            MOVE 0 TO WsurAnc(WsurIdx)
            MOVE 0 TO WsurNouv(WsurIdx)
            MOVE 0 TO WsurAjout(WsurIdx)
          END-PERFORM
          MOVE WsurAncPass TO WpassCode
          PERFORM VERIF_PASS_CODE_VALIDE
          IF WpassValide = 0 THEN
            DISPLAY 'Code de pass invalide (', WsurAncPass, ').'
            MOVE 0 TO WsurOk
          ELSE
            PERFORM VARYING WjIdx FROM 1 BY 1
                UNTIL WjIdx > WpassNbJours
              MOVE 1 TO WsurAnc(WpassJours(WjIdx))
            END-PERFORM
          END-IF
        END-IF
        IF WsurOk = 1 THEN
          DISPLAY 'Indiquer le nouveau pass (ex : 23) : '
          WITH NO ADVANCING
          ACCEPT WsurNouvPass
          MOVE WsurNouvPass TO fp_nomPa
          MOVE fres_dateA TO fp_dateA
          PERFORM VERIF_PASS_ID
          IF Wtrouve = 0 THEN
            MOVE 0 TO WsurOk
          END-IF
        END-IF
        IF WsurOk = 1 THEN
          MOVE WsurNouvPass TO WpassCode
          PERFORM VERIF_PASS_CODE_VALIDE
          IF WpassValide = 0 THEN
            DISPLAY 'Code de pass invalide (', WsurNouvPass, ').'
            MOVE 0 TO WsurOk
          ELSE
            PERFORM VARYING WjIdx FROM 1 BY 1
                UNTIL WjIdx > WpassNbJours
              MOVE 1 TO WsurNouv(WpassJours(WjIdx))
            END-PERFORM
            MOVE 0 TO WsurNbAjout
            PERFORM VARYING WsurIdx FROM 1 BY 1
                UNTIL WsurIdx > fe_nbJours
              IF WsurAnc(WsurIdx) = 1 AND WsurNouv(WsurIdx) = 0 THEN
                MOVE 0 TO WsurOk
              END-IF
              IF WsurAnc(WsurIdx) = 0 AND WsurNouv(WsurIdx) = 1 THEN
                MOVE 1 TO WsurAjout(WsurIdx)
                ADD 1 TO WsurNbAjout
              END-IF
            END-PERFORM
            IF WsurOk = 0 OR WsurNbAjout = 0 THEN
              DISPLAY 'Le nouveau pass doit couvrir tous les jours de '
              'l''ancien et au moins un jour de plus.'
              MOVE 0 TO WsurOk
            END-IF
          END-IF
        END-IF
        IF WsurOk = 1 THEN
          MOVE FUNCTION CURRENT-DATE(1:8) TO WtarDate
          MOVE WsurAncPass TO fp_nomPa
          MOVE fres_dateA TO fp_dateA
          PERFORM CALCULER_PRIX_VENTE
          MOVE WprixVente TO WsurPrixAnc
          MOVE WsurNouvPass TO fp_nomPa
          MOVE fres_dateA TO fp_dateA
          PERFORM CALCULER_PRIX_VENTE
          MOVE WprixVente TO WsurPrixNouv
          IF WsurPrixNouv > WsurPrixAnc THEN
            COMPUTE WsurDiff = WsurPrixNouv - WsurPrixAnc
          ELSE
            MOVE 0 TO WsurDiff
          END-IF
          COMPUTE WsurNouvPrix = WsurPrixDu + WsurDiff
          IF WsurNouvPrix > 9999 THEN
            DISPLAY 'Prix surclassé hors limite : surclassement '
            'refusé.'
            MOVE 0 TO WsurOk
          END-IF
        END-IF
        IF WsurOk = 1 THEN
          DISPLAY 'Pass ', WsurAncPass, ' vers ', WsurNouvPass,
            ' : différence au tarif du jour ', WsurDiff
          DISPLAY 'Prix actuel ', WsurPrixDu, ', nouveau prix ',
            WsurNouvPrix
          DISPLAY 'Confirmer le surclassement ? (1 oui, 0 non) : '
          WITH NO ADVANCING
          ACCEPT WsurConf
          IF WsurConf NOT = 1 THEN
            MOVE 0 TO WsurOk
          END-IF
        END-IF
      *> Jauge des seuls jours ajoutés, sous verrou de la fiche
      *> édition : le contrôle et l'incrément se font dans la même
      *> lecture pour qu'un autre poste ne vende pas la dernière place
      *> entre les deux.
        IF WsurOk = 1 THEN
          OPEN I-O feditions
          MOVE fres_dateA TO fe_dateA
          PERFORM LIRE_EDITION_VERROU
          IF WverrOk = 0 THEN
            DISPLAY "Erreur: le tampon a été altéré."
            MOVE 0 TO WsurOk
          ELSE
            PERFORM VARYING WsurIdx FROM 1 BY 1
                UNTIL WsurIdx > fe_nbJours
              IF WsurAjout(WsurIdx) = 1
                  AND fe_nbResaJour(WsurIdx) >= fe_capacite THEN
                DISPLAY 'Jauge atteinte le jour ', WsurIdx,
                  ' : surclassement refusé.'
                MOVE 0 TO WsurOk
              END-IF
            END-PERFORM
            IF WsurOk = 1 THEN
              PERFORM VARYING WsurIdx FROM 1 BY 1
                  UNTIL WsurIdx > fe_nbJours
                IF WsurAjout(WsurIdx) = 1 THEN
                  ADD 1 TO fe_nbResaJour(WsurIdx)
                END-IF
              END-PERFORM
              REWRITE fedTampon
              INVALID KEY
                DISPLAY "impossible de mettre à jour l'édition"
                MOVE 0 TO WsurOk
              END-REWRITE
            END-IF
          END-IF
          CLOSE feditions
        END-IF
        IF WsurOk = 1 THEN
          OPEN I-O freservations
          MOVE WresaId TO fres_id
          READ freservations
          INVALID KEY
            MOVE 0 TO WsurOk
          NOT INVALID KEY
            MOVE WsurNouvPass TO fres_nomPa
            MOVE WsurNouvPrix TO fres_prixVente
            REWRITE fresTampon
            INVALID KEY
              MOVE 0 TO WsurOk
            END-REWRITE
          END-READ
          CLOSE freservations
          IF WsurOk = 0 THEN
            PERFORM RENDRE_JOURS_SURCLASSEMENT
          ELSE
            DISPLAY 'Pass surclassé : ', WsurNouvPass,
              ', prix figé ', fres_prixVente
            STRING 'SURCLASSER_RESERVATION fres_id=' WresaId
              ' ancien=' WsurAncPass ' nouveau=' WsurNouvPass
              ' difference=' WsurDiff
              DELIMITED BY SIZE INTO WauditCible
            PERFORM ENREGISTRER_AUDIT
          END-IF
        END-IF
        IF WsurOk = 1 AND WsurDiff > 0 THEN
          DISPLAY 'Encaisser la différence maintenant ? (1 oui, '
          '0 non) : ' WITH NO ADVANCING
          ACCEPT WsurConf
          IF WsurConf = 1 THEN
            PERFORM CALCULER_TOTAL_PAIEMENTS
            MOVE WsurDiff TO WpaiMontant
            PERFORM WITH TEST AFTER UNTIL WpaiMode > 0 AND
                WpaiMode < 5
              DISPLAY 'Mode de paiement (1 espèces, 2 chèque, '
              '3 carte, 4 virement) : ' WITH NO ADVANCING
              ACCEPT WpaiMode
            END-PERFORM
            PERFORM ECRIRE_PAIEMENT_RESA
          ELSE
            DISPLAY 'Différence laissée en reste dû (suivi des '
            'paiements).'
          END-IF
        END-IF.

      *> Réservation non réécrite après l'incrément de la jauge : on
      *> rend aux jours ajoutés (WsurAjout) la place prise, pour que
      *> fe_nbResaJour reste le compte exact des réservations.
       RENDRE_JOURS_SURCLASSEMENT.
        DISPLAY 'Réservation non réécrite : surclassement annulé.'
        OPEN I-O feditions
        MOVE fres_dateA TO fe_dateA
        PERFORM LIRE_EDITION_VERROU
        IF WverrOk = 0 THEN
          DISPLAY "Erreur: le tampon a été altéré."
        ELSE
          PERFORM VARYING WsurIdx FROM 1 BY 1
              UNTIL WsurIdx > fe_nbJours
            IF WsurAjout(WsurIdx) = 1 THEN
              SUBTRACT 1 FROM fe_nbResaJour(WsurIdx)
            END-IF
          END-PERFORM
          REWRITE fedTampon
          INVALID KEY
            DISPLAY "impossible de mettre à jour l'édition"
          END-REWRITE
        END-IF
        CLOSE feditions.

      *> Date limite des transferts de l'édition (AAAAMMJJ) : au-delà,
      *> TRANSFERER_RESERVATION refuse ; 0 lève la limite.
       SAISIR_LIMITE_TRANSFERT.
        DISPLAY "Choisissez l'édition : "
        PERFORM AFFICHAGE_ANNEES_EDITIONS
        DISPLAY "Edition : " WITH NO ADVANCING
        ACCEPT fe_dateA
        OPEN I-O feditions
        PERFORM LIRE_EDITION_VERROU
        IF WverrOk = 0 THEN
          DISPLAY "Pas d'édition à cette date."
        ELSE
          DISPLAY 'Date limite des transferts (AAAAMMJJ, 0 sans '
          'limite, actuelle ', fe_dateLimTransfert, ') : '
          WITH NO ADVANCING
          ACCEPT fe_dateLimTransfert
          REWRITE fedTampon
          INVALID KEY
            DISPLAY 'Impossible d''enregistrer la date limite'
          NOT INVALID KEY
            STRING 'SAISIR_LIMITE_TRANSFERT fe_dateA=' fe_dateA
              ' limite=' fe_dateLimTransfert
              DELIMITED BY SIZE INTO WauditCible
            PERFORM ENREGISTRER_AUDIT
          END-REWRITE
        END-IF
        CLOSE feditions.

      *> Sous-menu de suivi des encaissements : saisie d'un paiement
      *> (acompte pris par téléphone, solde réglé plus tard) et
      *> rapport des réservations avec de l'argent encore dû.
       GESTION_PAIEMENTS.
        PERFORM WITH TEST AFTER UNTIL choix=0
         PERFORM WITH TEST AFTER UNTIL choix<9
              DISPLAY '  ________* Suivi des paiements *_________'
              DISPLAY ' |Annuler                    :           0|'
              DISPLAY ' |Enregistrer un paiement    :           1|'
              DISPLAY ' |Rapport des soldes dus     :           2|'
              DISPLAY ' |Journal comptable          :           3|'
              DISPLAY ' |Rapprochement bancaire     :           4|'
              DISPLAY ' |________________________________________|'
              DISPLAY 'Faites un choix : ' WITH NO ADVANCING
              ACCEPT choix
              EVALUATE choix
              WHEN 1 PERFORM SAISIR_PAIEMENT_RESERVATION
              WHEN 2 PERFORM RAPPORT_SOLDES_EDITION
              WHEN 3 PERFORM EXPORTER_JOURNAL_COMPTABLE
              WHEN 4 MOVE '45' TO WdroitProfils
                     PERFORM VERIF_DROIT
                     IF WdroitOk = 1 THEN
                       PERFORM GESTION_RAPPROCHEMENT
                     END-IF
              END-EVALUATE
         END-PERFORM
        END-PERFORM.

       SAISIR_PAIEMENT_RESERVATION.
              MOVE 0 TO Wtrouve
              OPEN INPUT freservations
              DISPLAY 'Indiquer l''id du participant : '
              WITH NO ADVANCING
              ACCEPT fres_id
              READ freservations
              INVALID KEY
                DISPLAY "Il n'y a aucune réservation à cet id."
              NOT INVALID KEY
                MOVE 1 TO Wtrouve
                PERFORM AFFICHER_RESERVATION
              END-READ
              CLOSE freservations
      *> Une accréditation n'est pas une vente : aucun encaissement
      *> ne doit venir gonfler fe_Ca.
              IF Wtrouve = 1 AND fres_typeAcces > 0 THEN
                DISPLAY 'Accréditation : aucun encaissement possible.'
                MOVE 0 TO Wtrouve
              END-IF
              IF Wtrouve = 1 THEN
                PERFORM ENREGISTRER_PAIEMENT
              END-IF.

      *> Encaisse un paiement (acompte ou solde) pour la réservation
      *> chargée dans fresTampon. Le chiffre d'affaires de l'édition
      *> ne bouge qu'ici : fe_Ca = argent réellement encaissé, et non
      *> le prix des pass promis.
       ENREGISTRER_PAIEMENT.
              MOVE fres_id TO WresaId
              PERFORM CALCULER_TOTAL_PAIEMENTS
              PERFORM CHARGER_PRIX_RESERVATION
              COMPUTE WpaiSolde = WprixDu - WpaiTotal
              DISPLAY 'Prix figé à la vente : ', WprixDu,
                ' - déjà encaissé : ', WpaiTotal
              IF WpaiSolde > 0 THEN
                DISPLAY 'Reste dû : ', WpaiSolde
              END-IF
      *> Un montant au-delà du reste dû est presque toujours une
      *> faute de frappe : il gonflerait le chiffre d'affaires et
      *> afficherait la réservation soldée sans aucun chemin de
      *> correction. On exige une confirmation explicite.
              MOVE 0 TO WpaiMontant
              MOVE 0 TO WpaiConf
              PERFORM WITH TEST AFTER UNTIL WpaiMontant > 0 AND
                  (WpaiMontant <= WpaiSolde OR WpaiConf = 1)
                DISPLAY 'Indiquer le montant encaissé : '
                WITH NO ADVANCING
                ACCEPT WpaiMontant
                IF WpaiMontant > 0 AND WpaiMontant > WpaiSolde THEN
                  MOVE 0 TO WpaiConf
                  DISPLAY 'Montant supérieur au reste dû (',
                    WpaiSolde, ')'
                  DISPLAY 'Confirmer cet encaissement ? (1 oui, '
                  '0 non) : ' WITH NO ADVANCING
                  ACCEPT WpaiConf
                END-IF
              END-PERFORM
              PERFORM WITH TEST AFTER UNTIL WpaiMode > 0 AND
                  WpaiMode < 5
                DISPLAY 'Mode de paiement (1 espèces, 2 chèque, '
                '3 carte, 4 virement) : ' WITH NO ADVANCING
                ACCEPT WpaiMode
              END-PERFORM
              PERFORM ECRIRE_PAIEMENT_RESA.

      *> Écriture d'un encaissement pour la réservation WresaId :
      *> WpaiSeq, WpaiMontant et WpaiMode chargés par l'appelant,
      *> fres_dateA donnant l'édition. Le chiffre d'affaires de
      *> l'édition ne bouge qu'ici. Partagé entre la saisie à l'unité
      *> et la ventilation des paiements de commande groupée.
       ECRIRE_PAIEMENT_RESA.
      *> WpaiEcrit dit à l'appelant si la ligne de paiement a bien
      *> été écrite : WverrOk ne peut pas servir de compte rendu ici,
      *> LIRE_EDITION_VERROU l'écrase sur le chemin nominal.
              MOVE 0 TO WpaiEcrit
              PERFORM ALLOUER_NUM_RECU
      *> Sans numéro de reçu frais, on n'écrit rien : continuer avec
      *> le numéro précédent resté dans WnumRecu ferait des doublons
      *> dans le journal comptable.
              IF WverrOk = 0 THEN
                DISPLAY 'Paiement NON enregistré : aucun numéro de '
                'reçu disponible, à ressaisir plus tard.'
              ELSE
                OPEN I-O fpaiements
                MOVE WresaId TO fpai_resaId
                MOVE WpaiSeq TO fpai_seq
                MOVE fres_dateA TO fpai_dateA
                MOVE WpaiMontant TO fpai_montant
                MOVE FUNCTION CURRENT-DATE(1:8) TO fpai_datePai
                MOVE WpaiMode TO fpai_mode
                MOVE WnumRecu TO fpai_recu
                MOVE 0 TO fpai_rappro
                MOVE 0 TO fpai_bordereau
                MOVE 0 TO fpai_mvtId
                MOVE 0 TO fpai_rembourse
                WRITE fpaiTampon
                INVALID KEY
                  DISPLAY 'Impossible d''enregistrer le paiement'
                NOT INVALID KEY
                  MOVE 1 TO WpaiEcrit
                  DISPLAY 'Paiement enregistré, reçu n° ', fpai_recu
                  STRING 'ENREGISTRER_PAIEMENT fres_id=' WresaId
                    ' montant=' WpaiMontant
                    DELIMITED BY SIZE INTO WauditCible
                  PERFORM ENREGISTRER_AUDIT
                  OPEN I-O feditions
                  MOVE fres_dateA TO fe_dateA
                  PERFORM LIRE_EDITION_VERROU
                  IF WverrOk = 0 THEN
                    DISPLAY "Erreur: le tampon a été altéré."
                  ELSE
                    ADD WpaiMontant TO fe_Ca
                    REWRITE fedTampon END-REWRITE
                  END-IF
                  CLOSE feditions
                END-WRITE
                CLOSE fpaiements
              END-IF.

      *> Totalise l'argent encaissé pour la réservation dont l'id est
      *> dans WresaId (WpaiTotal) et laisse dans WpaiSeq le prochain
      *> numéro de séquence libre. fpaiements doit être fermé à
      *> l'appel. Utilise WpaiFin pour ne pas écraser le Wfin des
      *> boucles appelantes.
       CALCULER_TOTAL_PAIEMENTS.
              MOVE 0 TO WpaiTotal
              MOVE 0 TO WpaiSeq
              MOVE 0 TO WpaiFin
              OPEN INPUT fpaiements
              MOVE WresaId TO fpai_resaId
              MOVE 0 TO fpai_seq
              START fpaiements, KEY NOT < fpai_clePai
                INVALID KEY
                  MOVE 1 TO WpaiFin
              END-START
              PERFORM WITH TEST BEFORE UNTIL WpaiFin = 1
                READ fpaiements NEXT RECORD
                AT END MOVE 1 TO WpaiFin
                NOT AT END
                  IF fpai_resaId = WresaId THEN
                    COMPUTE WpaiTotal = WpaiTotal + fpai_montant
                      - fpai_rembourse
                    MOVE fpai_seq TO WpaiSeq
                  ELSE
                    MOVE 1 TO WpaiFin
                  END-IF
                END-READ
              END-PERFORM
              ADD 1 TO WpaiSeq
              CLOSE fpaiements.

      *> À l'annulation d'une réservation : rembourse et supprime les
      *> paiements rattachés, un par un. Chaque paiement traité est
      *> complet en lui-même — contrepartie dans le journal des
      *> remboursements avec son numéro de reçu, chiffre d'affaires
      *> de l'édition réduit du montant, ligne supprimée — si bien
      *> qu'une interruption en cours de boucle laisse un état
      *> cohérent : les paiements restants se traitent en rejouant
      *> l'annulation, fe_Ca et le journal restent d'accord.
       ANNULER_PAIEMENTS_RESA.
              MOVE 0 TO WpaiAbandon
              MOVE fres_id TO WresaId
              OPEN I-O fpaiements
              MOVE WresaId TO fpai_resaId
              MOVE 0 TO fpai_seq
              MOVE 0 TO WpaiFin
              START fpaiements, KEY NOT < fpai_clePai
                INVALID KEY
                  MOVE 1 TO WpaiFin
              END-START
              PERFORM WITH TEST BEFORE UNTIL WpaiFin = 1
                READ fpaiements NEXT RECORD
                AT END MOVE 1 TO WpaiFin
                NOT AT END
                  IF fpai_resaId = WresaId THEN
                    PERFORM REMBOURSER_PAIEMENT
                  ELSE
                    MOVE 1 TO WpaiFin
                  END-IF
                END-READ
              END-PERFORM
              CLOSE fpaiements.

      *> Remboursement du paiement chargé dans fpaiTampon : numéro de
      *> reçu frais, chiffre d'affaires réduit sous verrou (le miroir
      *> exact de l'ajout fait par ECRIRE_PAIEMENT_RESA), écriture au
      *> journal des remboursements, puis suppression du paiement.
      *> Au moindre échec (pas de reçu, fiche édition inaccessible)
      *> on pose WpaiAbandon et on arrête sans toucher au paiement.
       REMBOURSER_PAIEMENT.
              PERFORM ALLOUER_NUM_RECU
              IF WverrOk = 0 THEN
                DISPLAY 'Aucun numéro de reçu disponible : '
                'annulation des paiements interrompue, à '
                'rejouer plus tard.'
                MOVE 1 TO WpaiAbandon
                MOVE 1 TO WpaiFin
              ELSE
                OPEN I-O feditions
                MOVE fpai_dateA TO fe_dateA
                PERFORM LIRE_EDITION_VERROU
                IF WverrOk = 0 THEN
                  DISPLAY 'Fiche édition inaccessible : annulation '
                  'des paiements interrompue, à rejouer plus tard.'
                  MOVE 1 TO WpaiAbandon
                  MOVE 1 TO WpaiFin
                ELSE
                  COMPUTE WpaiNet = fpai_montant - fpai_rembourse
                  SUBTRACT WpaiNet FROM fe_Ca
                  REWRITE fedTampon END-REWRITE
                END-IF
                CLOSE feditions
                IF WpaiAbandon = 0 THEN
                  OPEN EXTEND fremb
                  MOVE WnumRecu TO frem_recu
                  MOVE fpai_resaId TO frem_resaId
                  MOVE fpai_dateA TO frem_dateA
                  MOVE WpaiNet TO frem_montant
                  MOVE FUNCTION CURRENT-DATE(1:8) TO frem_dateRem
                  MOVE fpai_mode TO frem_mode
                  MOVE 0 TO frem_lot
                  WRITE frembTampon END-WRITE
                  CLOSE fremb
                  DELETE fpaiements RECORD END-DELETE
                END-IF
              END-IF.

      *> Numéro de reçu séquentiel attribué à toute pièce de caisse
      *> (encaissement ou remboursement), dans WnumRecu.
       ALLOUER_NUM_RECU.
              MOVE 0 TO WverrOk
              MOVE 0 TO WverrEssais
              PERFORM WITH TEST AFTER UNTIL WverrOk = 1 OR
                  WverrEssais > 9
                ADD 1 TO WverrEssais
                OPEN I-O fiRecus
                IF fir_stat = 00 THEN
                  READ fiRecus
                  END-READ
                  IF fir_stat = 00 THEN
                    ADD 1 TO fir_idRecu
                    MOVE fir_idRecu TO WnumRecu
                    REWRITE firTampon END-REWRITE
                    IF fir_stat = 00 THEN
                      MOVE 1 TO WverrOk
                    END-IF
                  END-IF
                  CLOSE fiRecus
                END-IF
                IF WverrOk = 0 THEN
                  DISPLAY 'Compteur de reçus tenu par un autre '
                  'poste, nouvelle tentative...'
                END-IF
              END-PERFORM.

      *> Rapport, pour une édition, des réservations dont le total
      *> encaissé est inférieur au prix du pass : reste dû par
      *> réservation et total encore attendu sur l'édition.
       RAPPORT_SOLDES_EDITION.
              OPEN INPUT freservations
              MOVE 0 TO Wfin
              MOVE 0 TO WsoldeEdTotal
              DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
              ACCEPT fres_dateA
              MOVE fres_dateA TO dateA
              DISPLAY '  _______* Réservations avec solde dû *______'
              START freservations, KEY = fres_dateA
                INVALID KEY
                  DISPLAY "Il n'y a aucune réservation pour cette édition."
                NOT INVALID KEY
                  PERFORM WITH TEST AFTER UNTIL Wfin = 1
                    READ freservations NEXT RECORD
                    AT END MOVE 1 TO Wfin
                    NOT AT END
                      IF fres_dateA = dateA THEN
                        PERFORM CHARGER_PRIX_RESERVATION
                        MOVE fres_id TO WresaId
                        PERFORM CALCULER_TOTAL_PAIEMENTS
                        COMPUTE WpaiSolde = WprixDu - WpaiTotal
                        IF WpaiSolde > 0 THEN
                          DISPLAY 'Id : ', fres_id
                          DISPLAY '  Prénom   : ', fres_prenom
                          DISPLAY '  Tél      : ', fres_numTel
                          DISPLAY '  Prix     : ', WprixDu,
                            ' - encaissé : ', WpaiTotal,
                            ' - reste dû : ', WpaiSolde
                          COMPUTE WsoldeEdTotal =
                            WsoldeEdTotal + WpaiSolde
                        END-IF
                      ELSE
                        MOVE 1 TO Wfin
                      END-IF
                    END-READ
                  END-PERFORM
              END-START
              CLOSE freservations
              DISPLAY '_____________________________________________'
              DISPLAY 'Total encore attendu sur l''édition : ',
                WsoldeEdTotal.

      *> Journal comptable d'une période : chaque encaissement et
      *> chaque remboursement d'annulation avec son numéro de reçu,
      *> puis une page de totaux nets par jour et par mode, et le
      *> rapprochement avec le fe_Ca de chaque édition touchée.
      *> Même mécanique de fichier point-virgule que
      *> EXPORTER_PROGRAMMATION, via fexport.
       EXPORTER_JOURNAL_COMPTABLE.
        MOVE 0 TO WjnlDu
        PERFORM WITH TEST AFTER UNTIL WjnlDu > 19000000
          DISPLAY 'Période du (AAAAMMJJ) : ' WITH NO ADVANCING
          ACCEPT WjnlDu
        END-PERFORM
        MOVE 0 TO WjnlAu
        PERFORM WITH TEST AFTER UNTIL WjnlAu >= WjnlDu
          DISPLAY 'au (AAAAMMJJ, 0 = aujourd''hui) : '
          WITH NO ADVANCING
          ACCEPT WjnlAu
          IF WjnlAu = 0 THEN
            MOVE FUNCTION CURRENT-DATE(1:8) TO WjnlAu
          END-IF
        END-PERFORM
        MOVE 0 TO WjnlNbJours
        MOVE 0 TO WjnlNbEd
        MOVE 0 TO WjnlDeborde
        PERFORM VARYING WjnlIdx FROM 1 BY 1 UNTIL WjnlIdx > 366
          MOVE 0 TO WjnlJourDate(WjnlIdx)
          PERFORM VARYING WjnlJidx FROM 1 BY 1 UNTIL WjnlJidx > 4
            MOVE 0 TO WjnlModeTot(WjnlIdx, WjnlJidx)
          END-PERFORM
        END-PERFORM
        PERFORM VARYING WjnlIdx FROM 1 BY 1 UNTIL WjnlIdx > 20
          MOVE 0 TO WjnlEdAnnee(WjnlIdx)
          MOVE 0 TO WjnlEdTot(WjnlIdx)
        END-PERFORM

        MOVE SPACES TO WexportFile
        STRING 'journal_' WjnlDu '_' WjnlAu '.txt'
          DELIMITED BY SIZE INTO WexportFile
        OPEN OUTPUT fexport
        MOVE SPACES TO WexportLine
        STRING 'Journal comptable;' WjnlDu ';' WjnlAu
          DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        MOVE SPACES TO WexportLine
        STRING 'Type;Recu;Date;Mode;Edition;Reservation;Montant'
          DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine

        OPEN INPUT fpaiements
        MOVE 0 TO WjnlEof
        PERFORM WITH TEST BEFORE UNTIL WjnlEof = 1
          READ fpaiements NEXT RECORD
          AT END MOVE 1 TO WjnlEof
          NOT AT END
            IF fpai_datePai >= WjnlDu AND fpai_datePai <= WjnlAu THEN
              MOVE SPACES TO WexportLine
              STRING 'ENCAISSEMENT;' fpai_recu ';' fpai_datePai ';'
                fpai_mode ';' fpai_dateA ';' fpai_resaId ';'
                fpai_montant DELIMITED BY SIZE INTO WexportLine
              WRITE fexpTampon FROM WexportLine
              MOVE fpai_datePai TO WjnlDateCle
              MOVE fpai_mode TO WjnlModeC
              MOVE fpai_montant TO WjnlMontantS
              PERFORM AJOUTER_JOURNAL_JOUR
              MOVE fpai_dateA TO WjnlEdCle
              PERFORM AJOUTER_JOURNAL_EDITION
            END-IF
          END-READ
        END-PERFORM
        CLOSE fpaiements

        OPEN INPUT fremb
        IF frem_stat = 00 THEN
          MOVE 0 TO WjnlEof
          PERFORM WITH TEST BEFORE UNTIL WjnlEof = 1
            READ fremb
            AT END MOVE 1 TO WjnlEof
            NOT AT END
              IF frem_dateRem >= WjnlDu AND frem_dateRem <= WjnlAu THEN
                MOVE SPACES TO WexportLine
                STRING 'REMBOURSEMENT;' frem_recu ';' frem_dateRem ';'
                  frem_mode ';' frem_dateA ';' frem_resaId ';'
                  frem_montant DELIMITED BY SIZE INTO WexportLine
                WRITE fexpTampon FROM WexportLine
                MOVE frem_dateRem TO WjnlDateCle
                MOVE frem_mode TO WjnlModeC
                COMPUTE WjnlMontantS = 0 - frem_montant
                PERFORM AJOUTER_JOURNAL_JOUR
                MOVE frem_dateA TO WjnlEdCle
                PERFORM AJOUTER_JOURNAL_EDITION
              END-IF
            END-READ
          END-PERFORM
        END-IF
        CLOSE fremb

        PERFORM TRIER_JOURNAL_JOURS
        MOVE SPACES TO WexportLine
        STRING 'Totaux nets par jour;Especes;Cheque;Carte;Virement'
          DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        PERFORM VARYING WjnlIdx FROM 1 BY 1
            UNTIL WjnlIdx > WjnlNbJours
          MOVE SPACES TO WexportLine
          STRING WjnlJourDate(WjnlIdx) ';'
            WjnlModeTot(WjnlIdx, 1) ';' WjnlModeTot(WjnlIdx, 2) ';'
            WjnlModeTot(WjnlIdx, 3) ';' WjnlModeTot(WjnlIdx, 4)
            DELIMITED BY SIZE INTO WexportLine
          WRITE fexpTampon FROM WexportLine
        END-PERFORM
        IF WjnlDeborde = 1 THEN
          MOVE SPACES TO WexportLine
          STRING 'TOTAUX INCOMPLETS;plus de 366 jours de caisse '
            'distincts sur la période, réduire la période'
            DELIMITED BY SIZE INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          DISPLAY 'Attention : totaux par jour incomplets, période '
          'trop longue.'
        END-IF

      *> Rapprochement : le total net de la période par édition est
      *> mis en face du chiffre d'affaires cumulé fe_Ca ; sur une
      *> période couvrant toute la vie de l'édition les deux doivent
      *> coïncider.
        MOVE SPACES TO WexportLine
        STRING 'Edition;TotalPeriode;CaEdition'
          DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        OPEN INPUT feditions
        PERFORM VARYING WjnlIdx FROM 1 BY 1 UNTIL WjnlIdx > WjnlNbEd
          MOVE WjnlEdAnnee(WjnlIdx) TO fe_dateA
          READ feditions
            INVALID KEY MOVE 0 TO fe_Ca
          END-READ
          MOVE SPACES TO WexportLine
          STRING WjnlEdAnnee(WjnlIdx) ';' WjnlEdTot(WjnlIdx) ';'
            fe_Ca DELIMITED BY SIZE INTO WexportLine
          WRITE fexpTampon FROM WexportLine
        END-PERFORM
        CLOSE feditions
        CLOSE fexport
        DISPLAY 'Journal comptable exporté dans ', WexportFile
        STRING 'EXPORTER_JOURNAL_COMPTABLE du=' WjnlDu ' au=' WjnlAu
          DELIMITED BY SIZE INTO WauditCible
        PERFORM ENREGISTRER_AUDIT.

      *> Cumule WjnlMontantS sur la ligne de totaux du jour
      *> WjnlDateCle, mode WjnlModeC (ligne créée au premier passage).
       AJOUTER_JOURNAL_JOUR.
        MOVE 0 TO WjnlJidx
        PERFORM VARYING WjnlIdx FROM 1 BY 1
            UNTIL WjnlIdx > WjnlNbJours OR WjnlJidx > 0
          IF WjnlJourDate(WjnlIdx) = WjnlDateCle THEN
            MOVE WjnlIdx TO WjnlJidx
          END-IF
        END-PERFORM
        IF WjnlJidx = 0 AND WjnlNbJours < 366 THEN
          ADD 1 TO WjnlNbJours
          MOVE WjnlNbJours TO WjnlJidx
          MOVE WjnlDateCle TO WjnlJourDate(WjnlJidx)
        END-IF
        IF WjnlJidx = 0 THEN
      *> Table pleine : le détail est déjà sorti mais ce montant ne
      *> peut plus entrer dans les totaux par jour ; la page de
      *> totaux sera marquée incomplète.
          MOVE 1 TO WjnlDeborde
        END-IF
        IF WjnlJidx > 0 AND WjnlModeC > 0 AND WjnlModeC < 5 THEN
          ADD WjnlMontantS TO WjnlModeTot(WjnlJidx, WjnlModeC)
        END-IF.

       AJOUTER_JOURNAL_EDITION.
        MOVE 0 TO WjnlJidx
        PERFORM VARYING WjnlIdx FROM 1 BY 1
            UNTIL WjnlIdx > WjnlNbEd OR WjnlJidx > 0
          IF WjnlEdAnnee(WjnlIdx) = WjnlEdCle THEN
            MOVE WjnlIdx TO WjnlJidx
          END-IF
        END-PERFORM
        IF WjnlJidx = 0 AND WjnlNbEd < 20 THEN
          ADD 1 TO WjnlNbEd
          MOVE WjnlNbEd TO WjnlJidx
          MOVE WjnlEdCle TO WjnlEdAnnee(WjnlJidx)
        END-IF
        IF WjnlJidx > 0 THEN
          ADD WjnlMontantS TO WjnlEdTot(WjnlJidx)
        END-IF.

      *> Les paiements sortent dans l'ordre des clés (réservation),
      *> pas des dates : tri des lignes de totaux par date pour une
      *> page lisible par le comptable.
       TRIER_JOURNAL_JOURS.
        PERFORM VARYING WjnlIdx FROM 1 BY 1
            UNTIL WjnlIdx >= WjnlNbJours
          PERFORM VARYING WjnlJidx FROM 1 BY 1
              UNTIL WjnlJidx >= WjnlNbJours
            IF WjnlJourDate(WjnlJidx) > WjnlJourDate(WjnlJidx + 1) THEN
              MOVE WjnlJourLigne(WjnlJidx) TO WjnlSwap
              MOVE WjnlJourLigne(WjnlJidx + 1)
                TO WjnlJourLigne(WjnlJidx)
              MOVE WjnlSwap TO WjnlJourLigne(WjnlJidx + 1)
            END-IF
          END-PERFORM
        END-PERFORM.

      *> Rapprochement bancaire des encaissements de paiements.dat
      *> avec le relevé de banque et la télécollecte du TPE, importés
      *> dans mouvements.dat. La télécollecte s'importe avant le
      *> relevé : les remises carte du relevé se rapprochent alors
      *> des remises TPE déjà pointées. Chèques et espèces partent en
      *> banque sur un bordereau de remise, rapproché ensuite du
      *> relevé. Un mois ne se clôture qu'une fois tout rapproché.
       GESTION_RAPPROCHEMENT.
        PERFORM WITH TEST AFTER UNTIL choix=0
         PERFORM WITH TEST AFTER UNTIL choix<9
              DISPLAY '  _______* Rapprochement bancaire *_______'
              DISPLAY ' |Annuler                    :           0|'
              DISPLAY ' |Importer un relevé bancaire:           1|'
              DISPLAY ' |Importer la télécollecte   :           2|'
              DISPLAY ' |Bordereau de remise        :           3|'
              DISPLAY ' |Pointage manuel            :           4|'
              DISPLAY ' |Etat des écarts            :           5|'
              DISPLAY ' |Clôturer un mois           :           6|'
              DISPLAY ' |________________________________________|'
              DISPLAY 'Faites un choix : ' WITH NO ADVANCING
              ACCEPT choix
              EVALUATE choix
              WHEN 1 MOVE 'B' TO WrapSource
                     PERFORM IMPORTER_MOUVEMENTS
              WHEN 2 MOVE 'T' TO WrapSource
                     PERFORM IMPORTER_MOUVEMENTS
              WHEN 3 PERFORM PREPARER_BORDEREAU
              WHEN 4 PERFORM POINTER_MOUVEMENT
              WHEN 5 PERFORM ETAT_ECARTS_RAPPRO
              WHEN 6 PERFORM CLOTURER_MOIS_RAPPRO
              END-EVALUATE
         END-PERFORM
        END-PERFORM.

      *> Import d'un relevé bancaire (WrapSource = 'B') ou d'un
      *> fichier de télécollecte du TPE ('T'), une ligne par
      *> mouvement, séparateur point-virgule :
      *>   date AAAAMMJJ;montant (virgule ou point décimal);référence
      *> Chaque mouvement accepté est aussitôt rapproché. Les lignes
      *> rejetées (format, mois clôturé, mouvement déjà importé)
      *> partent avec leur motif dans rappro_rejets.txt, comme pour
      *> IMPORTER_PROGRAMMATION.
       IMPORTER_MOUVEMENTS.
        DISPLAY 'Nom du fichier à importer : ' WITH NO ADVANCING
        ACCEPT WimportFile
        OPEN INPUT fimport
        IF fimp_stat NOT = 00 THEN
          DISPLAY 'Fichier introuvable : ', WimportFile
        ELSE
          MOVE 'rappro_rejets.txt' TO WexportFile
          OPEN OUTPUT fexport
          MOVE 0 TO WimpAcceptes
          MOVE 0 TO WimpRejets
          MOVE 0 TO WrapRappro
          MOVE 0 TO WimpFin
          PERFORM WITH TEST BEFORE UNTIL WimpFin = 1
            READ fimport
            AT END MOVE 1 TO WimpFin
            NOT AT END
              PERFORM TRAITER_LIGNE_MOUVEMENT
            END-READ
          END-PERFORM
          CLOSE fexport
          CLOSE fimport
          DISPLAY 'Import terminé : ', WimpAcceptes, ' mouvement(s) '
          'chargé(s) dont ', WrapRappro, ' rapproché(s), ',
          WimpRejets, ' rejet(s)'
          IF WimpRejets > 0 THEN
            DISPLAY 'Motifs de rejet dans ', WexportFile
          END-IF
          STRING 'IMPORTER_MOUVEMENTS source=' WrapSource
            ' fichier=' FUNCTION TRIM(WimportFile)
            ' acceptes=' WimpAcceptes ' rapproches=' WrapRappro
            ' rejets=' WimpRejets DELIMITED BY SIZE INTO WauditCible
          PERFORM ENREGISTRER_AUDIT
        END-IF.

       TRAITER_LIGNE_MOUVEMENT.
        IF fimpTampon = SPACES THEN
          CONTINUE
        ELSE
          MOVE SPACES TO WimpCh1
          MOVE SPACES TO WimpCh2
          MOVE SPACES TO WimpCh3
          UNSTRING fimpTampon DELIMITED BY ';'
            INTO WimpCh1 WimpCh2 WimpCh3
          END-UNSTRING
          INSPECT WimpCh2 REPLACING ALL ',' BY '.'
          MOVE 1 TO WimpOk
          IF FUNCTION TEST-NUMVAL(WimpCh1) NOT = 0 OR
             FUNCTION TEST-NUMVAL(WimpCh2) NOT = 0 THEN
            MOVE 'date ou montant non numérique' TO WimpMotif
            MOVE 0 TO WimpOk
          END-IF
          IF WimpOk = 1 THEN
            COMPUTE WrapDate = FUNCTION NUMVAL(WimpCh1)
            COMPUTE WrapMontant = FUNCTION NUMVAL(WimpCh2)
            MOVE WimpCh3 TO WrapRef
            IF FUNCTION TEST-DATE-YYYYMMDD(WrapDate) NOT = 0 THEN
              MOVE 'date invalide (AAAAMMJJ attendu)' TO WimpMotif
              MOVE 0 TO WimpOk
            END-IF
          END-IF
          IF WimpOk = 1 AND WrapMontant = 0 THEN
            MOVE 'montant nul' TO WimpMotif
            MOVE 0 TO WimpOk
          END-IF
          IF WimpOk = 1 THEN
            COMPUTE WrapMois = WrapDate / 100
            PERFORM VERIF_MOIS_CLOS
            IF WrapTrouve = 1 THEN
              MOVE 'mois déjà clôturé' TO WimpMotif
              MOVE 0 TO WimpOk
            END-IF
          END-IF
          IF WimpOk = 1 THEN
            PERFORM CHERCHER_MOUVEMENT_DOUBLON
            IF WrapTrouve = 1 THEN
              MOVE 'mouvement déjà importé' TO WimpMotif
              MOVE 0 TO WimpOk
            END-IF
          END-IF
          IF WimpOk = 1 THEN
            PERFORM ALLOUER_ID_MOUVEMENT
            MOVE WrapId TO fmvt_id
            MOVE WrapDate TO fmvt_date
            MOVE WrapSource TO fmvt_source
            MOVE WrapMontant TO fmvt_montant
            MOVE WrapRef TO fmvt_ref
            MOVE 0 TO fmvt_statut
            MOVE 0 TO fmvt_ecart
            MOVE SPACES TO fmvt_lienType
            MOVE 0 TO fmvt_lien
            MOVE 0 TO fmvt_creditId
            MOVE SPACES TO fmvt_justif
            OPEN I-O fmouvements
            WRITE fmvtTampon
            INVALID KEY
              MOVE 'mouvement non enregistré' TO WimpMotif
              MOVE 0 TO WimpOk
            END-WRITE
            CLOSE fmouvements
          END-IF
          IF WimpOk = 1 THEN
            ADD 1 TO WimpAcceptes
            MOVE fmvt_id TO WrapMvtId
            MOVE fmvt_date TO WrapMvtDate
            MOVE fmvt_source TO WrapMvtSource
            MOVE fmvt_montant TO WrapMvtMontant
            PERFORM RAPPROCHER_MOUVEMENT
            IF WrapMaj = 1 AND WrapStatut = 1 THEN
              ADD 1 TO WrapRappro
            END-IF
          ELSE
            PERFORM REJETER_LIGNE_IMPORT
          END-IF
        END-IF.

      *> WrapTrouve = 1 quand le mois WrapMois est clôturé.
       VERIF_MOIS_CLOS.
        MOVE 0 TO WrapTrouve
        OPEN INPUT fmoisclos
        MOVE WrapMois TO fmc_mois
        READ fmoisclos
        INVALID KEY
          MOVE 0 TO WrapTrouve
        NOT INVALID KEY
          MOVE 1 TO WrapTrouve
        END-READ
        CLOSE fmoisclos.

      *> Un relevé réimporté (ou deux fichiers qui se recouvrent) ne
      *> doit pas créer deux fois le même mouvement : même source,
      *> même date, même montant et même référence.
       CHERCHER_MOUVEMENT_DOUBLON.
        MOVE 0 TO WrapTrouve
        OPEN INPUT fmouvements
        MOVE WrapDate TO fmvt_date
        MOVE 0 TO WrapFin
        START fmouvements, KEY = fmvt_date
          INVALID KEY
            MOVE 1 TO WrapFin
        END-START
        PERFORM WITH TEST BEFORE UNTIL WrapFin = 1
          READ fmouvements NEXT RECORD
          AT END MOVE 1 TO WrapFin
          NOT AT END
            IF fmvt_date = WrapDate THEN
              IF fmvt_source = WrapSource AND
                 fmvt_montant = WrapMontant AND
                 fmvt_ref = WrapRef THEN
                MOVE 1 TO WrapTrouve
                MOVE 1 TO WrapFin
              END-IF
            ELSE
              MOVE 1 TO WrapFin
            END-IF
          END-READ
        END-PERFORM
        CLOSE fmouvements.

      *> Id suivant le plus grand id en fichier (les fiches sont
      *> lues dans l'ordre de la clé).
       ALLOUER_ID_MOUVEMENT.
        MOVE 0 TO WrapId
        OPEN INPUT fmouvements
        MOVE 0 TO WrapFin
        PERFORM WITH TEST BEFORE UNTIL WrapFin = 1
          READ fmouvements NEXT RECORD
          AT END MOVE 1 TO WrapFin
          NOT AT END MOVE fmvt_id TO WrapId
          END-READ
        END-PERFORM
        CLOSE fmouvements
        ADD 1 TO WrapId.

       ALLOUER_NUM_BORDEREAU.
        MOVE 0 TO WrapBorNum
        OPEN INPUT fbordereaux
        MOVE 0 TO WrapFin
        PERFORM WITH TEST BEFORE UNTIL WrapFin = 1
          READ fbordereaux NEXT RECORD
          AT END MOVE 1 TO WrapFin
          NOT AT END MOVE fbor_num TO WrapBorNum
          END-READ
        END-PERFORM
        CLOSE fbordereaux
        ADD 1 TO WrapBorNum.

      *> Rapprochement automatique du mouvement WrapMvtId (date,
      *> source et montant dans WrapMvt*). Seuls les crédits se
      *> rapprochent d'encaissements ; un débit (frais, fournisseur,
      *> remboursement) reste non rapproché jusqu'au pointage
      *> manuel. Le résultat est reporté sur la fiche du mouvement.
       RAPPROCHER_MOUVEMENT.
        MOVE 5 TO WrapTol
        MOVE 0 TO WrapMaj
        MOVE 0 TO WrapStatut
        MOVE SPACES TO WrapLienType
        MOVE 0 TO WrapLien
        MOVE 0 TO WrapEcart
        COMPUTE WrapJourMvt = FUNCTION INTEGER-OF-DATE(WrapMvtDate)
        IF WrapMvtMontant > 0 THEN
          IF WrapMvtSource = 'T' THEN
            PERFORM RAPPROCHER_REMISE_TPE
          ELSE
            PERFORM RAPPROCHER_LIGNE_BANQUE
          END-IF
        END-IF
        IF WrapMaj = 1 THEN
          PERFORM MAJ_MOUVEMENT
        END-IF.

      *> Report du résultat (WrapStatut, WrapLienType, WrapLien,
      *> WrapEcart) sur la fiche du mouvement WrapMvtId.
       MAJ_MOUVEMENT.
        OPEN I-O fmouvements
        MOVE WrapMvtId TO fmvt_id
        READ fmouvements
        INVALID KEY
          DISPLAY "Erreur: le tampon a été altéré."
        NOT INVALID KEY
          MOVE WrapStatut TO fmvt_statut
          MOVE WrapLienType TO fmvt_lienType
          MOVE WrapLien TO fmvt_lien
          MOVE WrapEcart TO fmvt_ecart
          REWRITE fmvtTampon
          INVALID KEY
            DISPLAY 'Impossible de mettre à jour le mouvement ',
              WrapMvtId
          END-REWRITE
        END-READ
        CLOSE fmouvements.

      *> Remise TPE du jour D : encaissements carte (mode 3) non
      *> rapprochés du même jour. Une remise globale de fin de
      *> journée doit égaler leur somme ; à défaut on cherche une
      *> transaction isolée du même montant ; sinon la remise est
      *> marquée en écart de montant et les encaissements restent à
      *> pointer.
       RAPPROCHER_REMISE_TPE.
        MOVE 3 TO WrapMode
        MOVE WrapMvtDate TO WrapDate
        PERFORM COLLECTER_PAIEMENTS_JOUR
        IF WrapNb > 0 AND WrapSomme = WrapMvtMontant THEN
          PERFORM MARQUER_PAIEMENTS_RAPPROCHES
          MOVE 1 TO WrapMaj
          MOVE 1 TO WrapStatut
          MOVE 'P' TO WrapLienType
        ELSE
          MOVE 0 TO WrapTol
          PERFORM CHERCHER_PAIEMENT_UNIQUE
          IF WrapTrouve = 1 THEN
            PERFORM MARQUER_PAIEMENTS_RAPPROCHES
            MOVE 1 TO WrapMaj
            MOVE 1 TO WrapStatut
            MOVE 'P' TO WrapLienType
          ELSE
            MOVE 3 TO WrapMode
            PERFORM COLLECTER_PAIEMENTS_JOUR
            IF WrapNb > 0 THEN
              MOVE 1 TO WrapMaj
              MOVE 2 TO WrapStatut
              COMPUTE WrapEcart = WrapMvtMontant - WrapSomme
            END-IF
          END-IF
        END-IF.

      *> Ligne de relevé créditée : dans l'ordre, une remise TPE déjà
      *> importée, un bordereau de chèques ou d'espèces, un virement
      *> (mode 4) ou un paiement carte (mode 3) isolé de même
      *> montant, enfin le total carte d'un des WrapTol jours
      *> précédents quand la télécollecte n'a pas été importée.
       RAPPROCHER_LIGNE_BANQUE.
        PERFORM CHERCHER_REMISE_TPE
        IF WrapTrouve = 1 THEN
          MOVE 1 TO WrapMaj
          MOVE 1 TO WrapStatut
          MOVE 'T' TO WrapLienType
        END-IF
        IF WrapMaj = 0 THEN
          PERFORM CHERCHER_BORDEREAU_OUVERT
          IF WrapTrouve = 1 THEN
            PERFORM MARQUER_BORDEREAU_RAPPROCHE
            MOVE 1 TO WrapMaj
            MOVE 1 TO WrapStatut
            MOVE 'B' TO WrapLienType
          END-IF
        END-IF
        IF WrapMaj = 0 THEN
          MOVE 4 TO WrapMode
          PERFORM CHERCHER_PAIEMENT_UNIQUE
          IF WrapTrouve = 0 THEN
            MOVE 3 TO WrapMode
            PERFORM CHERCHER_PAIEMENT_UNIQUE
          END-IF
          IF WrapTrouve = 1 THEN
            PERFORM MARQUER_PAIEMENTS_RAPPROCHES
            MOVE 1 TO WrapMaj
            MOVE 1 TO WrapStatut
            MOVE 'P' TO WrapLienType
          END-IF
        END-IF
        IF WrapMaj = 0 THEN
          MOVE 0 TO WrapK
          PERFORM WITH TEST AFTER UNTIL WrapMaj = 1 OR WrapK > WrapTol
            COMPUTE WrapDate =
              FUNCTION DATE-OF-INTEGER(WrapJourMvt - WrapK)
            MOVE 3 TO WrapMode
            PERFORM COLLECTER_PAIEMENTS_JOUR
            IF WrapNb > 0 AND WrapSomme = WrapMvtMontant THEN
              PERFORM MARQUER_PAIEMENTS_RAPPROCHES
              MOVE 1 TO WrapMaj
              MOVE 1 TO WrapStatut
              MOVE 'P' TO WrapLienType
            END-IF
            ADD 1 TO WrapK
          END-PERFORM
        END-IF.

      *> Encaissements non rapprochés du mode WrapMode datés du jour
      *> WrapDate : clés dans WrapPai(1..WrapNb), total dans
      *> WrapSomme.
       COLLECTER_PAIEMENTS_JOUR.
        MOVE 0 TO WrapNb
        MOVE 0 TO WrapSomme
        OPEN INPUT fpaiements
        MOVE 0 TO WrapFin
        PERFORM WITH TEST BEFORE UNTIL WrapFin = 1
          READ fpaiements NEXT RECORD
          AT END MOVE 1 TO WrapFin
          NOT AT END
            IF fpai_mode = WrapMode AND fpai_rappro = 0 AND
               fpai_datePai = WrapDate AND WrapNb < 300 THEN
              ADD 1 TO WrapNb
              MOVE fpai_resaId TO WrapPResa(WrapNb)
              MOVE fpai_seq TO WrapPSeq(WrapNb)
              ADD fpai_montant TO WrapSomme
            END-IF
          END-READ
        END-PERFORM
        CLOSE fpaiements.

      *> Premier encaissement non rapproché du mode WrapMode, du
      *> montant du mouvement et daté à WrapTol jours au plus du
      *> mouvement (avant ou après : un virement peut être saisi à
      *> l'avis de la banque). Clé dans WrapPai(1), WrapTrouve = 1.
       CHERCHER_PAIEMENT_UNIQUE.
        MOVE 0 TO WrapTrouve
        MOVE 0 TO WrapNb
        OPEN INPUT fpaiements
        MOVE 0 TO WrapFin
        PERFORM WITH TEST BEFORE UNTIL WrapFin = 1
          READ fpaiements NEXT RECORD
          AT END MOVE 1 TO WrapFin
          NOT AT END
            IF fpai_mode = WrapMode AND fpai_rappro = 0 AND
               fpai_montant = WrapMvtMontant THEN
              COMPUTE WrapJourPai =
                FUNCTION INTEGER-OF-DATE(fpai_datePai)
              COMPUTE WrapEcartJ = WrapJourMvt - WrapJourPai
              IF WrapEcartJ >= 0 - WrapTol AND
                 WrapEcartJ <= WrapTol THEN
                MOVE 1 TO WrapNb
                MOVE fpai_resaId TO WrapPResa(1)
                MOVE fpai_seq TO WrapPSeq(1)
                MOVE 1 TO WrapTrouve
                MOVE 1 TO WrapFin
              END-IF
            END-IF
          END-READ
        END-PERFORM
        CLOSE fpaiements.

      *> Les encaissements WrapPai(1..WrapNb) passent rapprochés du
      *> mouvement WrapMvtId.
       MARQUER_PAIEMENTS_RAPPROCHES.
        OPEN I-O fpaiements
        PERFORM VARYING WrapIdx FROM 1 BY 1 UNTIL WrapIdx > WrapNb
          MOVE WrapPResa(WrapIdx) TO fpai_resaId
          MOVE WrapPSeq(WrapIdx) TO fpai_seq
          READ fpaiements
          INVALID KEY
            DISPLAY 'Paiement introuvable : ', fpai_resaId
          NOT INVALID KEY
            MOVE 1 TO fpai_rappro
            MOVE WrapMvtId TO fpai_mvtId
            REWRITE fpaiTampon END-REWRITE
          END-READ
        END-PERFORM
        CLOSE fpaiements.

      *> Remise TPE de même montant, datée au plus WrapTol jours avant
      *> la ligne du relevé et pas encore créditée : elle reçoit
      *> l'id du mouvement bancaire (fmvt_creditId), WrapLien celui
      *> de la remise.
       CHERCHER_REMISE_TPE.
        MOVE 0 TO WrapTrouve
        OPEN I-O fmouvements
        COMPUTE WrapDate =
          FUNCTION DATE-OF-INTEGER(WrapJourMvt - WrapTol)
        MOVE WrapDate TO fmvt_date
        MOVE 0 TO WrapFin
        START fmouvements, KEY NOT < fmvt_date
          INVALID KEY
            MOVE 1 TO WrapFin
        END-START
        PERFORM WITH TEST BEFORE UNTIL WrapFin = 1
          READ fmouvements NEXT RECORD
          AT END MOVE 1 TO WrapFin
          NOT AT END
            IF fmvt_date > WrapMvtDate THEN
              MOVE 1 TO WrapFin
            ELSE
              IF fmvt_source = 'T' AND fmvt_creditId = 0 AND
                 fmvt_montant = WrapMvtMontant THEN
                MOVE WrapMvtId TO fmvt_creditId
                REWRITE fmvtTampon
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE fmvt_id TO WrapLien
                  MOVE 1 TO WrapTrouve
                END-REWRITE
                MOVE 1 TO WrapFin
              END-IF
            END-IF
          END-READ
        END-PERFORM
        CLOSE fmouvements.

      *> Bordereau encore ouvert de même montant, remis au plus
      *> WrapTol jours avant la ligne du relevé : numéro dans
      *> WrapLien.
       CHERCHER_BORDEREAU_OUVERT.
        MOVE 0 TO WrapTrouve
        OPEN INPUT fbordereaux
        MOVE 0 TO WrapFin
        PERFORM WITH TEST BEFORE UNTIL WrapFin = 1
          READ fbordereaux NEXT RECORD
          AT END MOVE 1 TO WrapFin
          NOT AT END
            IF fbor_statut = 0 AND fbor_montant = WrapMvtMontant THEN
              COMPUTE WrapJourPai = FUNCTION INTEGER-OF-DATE(fbor_date)
              COMPUTE WrapEcartJ = WrapJourMvt - WrapJourPai
              IF WrapEcartJ >= 0 AND WrapEcartJ <= WrapTol THEN
                MOVE fbor_num TO WrapLien
                MOVE 1 TO WrapTrouve
                MOVE 1 TO WrapFin
              END-IF
            END-IF
          END-READ
        END-PERFORM
        CLOSE fbordereaux.

      *> Le bordereau WrapLien et tous ses encaissements passent
      *> rapprochés du mouvement WrapMvtId.
       MARQUER_BORDEREAU_RAPPROCHE.
        OPEN I-O fbordereaux
        MOVE WrapLien TO fbor_num
        READ fbordereaux
        INVALID KEY
          DISPLAY 'Bordereau introuvable : ', WrapLien
        NOT INVALID KEY
          MOVE 1 TO fbor_statut
          MOVE WrapMvtId TO fbor_mvtId
          REWRITE fborTampon END-REWRITE
        END-READ
        CLOSE fbordereaux
        OPEN I-O fpaiements
        MOVE 0 TO WrapFin
        PERFORM WITH TEST BEFORE UNTIL WrapFin = 1
          READ fpaiements NEXT RECORD
          AT END MOVE 1 TO WrapFin
          NOT AT END
            IF fpai_rappro = 2 AND fpai_bordereau = WrapLien THEN
              MOVE 1 TO fpai_rappro
              MOVE WrapMvtId TO fpai_mvtId
              REWRITE fpaiTampon END-REWRITE
            END-IF
          END-READ
        END-PERFORM
        CLOSE fpaiements.

      *> Bordereau de remise en banque : tous les encaissements en
      *> espèces (1) ou par chèque (2) non encore remis jusqu'à la
      *> date choisie. Ils passent « remis » (fpai_rappro = 2) sur le
      *> bordereau, dont la liste est imprimable dans
      *> bordereau_<n°>.txt ; le relevé le rapprochera ensuite d'un
      *> bloc par son montant.
       PREPARER_BORDEREAU.
        MOVE 0 TO WrapMode
        PERFORM WITH TEST AFTER UNTIL WrapMode = 1 OR WrapMode = 2
          DISPLAY 'Bordereau d''espèces (1) ou de chèques (2) : '
          WITH NO ADVANCING
          ACCEPT WrapMode
        END-PERFORM
        MOVE 0 TO WrapAu
        PERFORM WITH TEST AFTER UNTIL WrapAu > 19000000
          DISPLAY 'Encaissements jusqu''au (AAAAMMJJ, 0 = '
          'aujourd''hui) : ' WITH NO ADVANCING
          ACCEPT WrapAu
          IF WrapAu = 0 THEN
            MOVE FUNCTION CURRENT-DATE(1:8) TO WrapAu
          END-IF
        END-PERFORM
        MOVE 0 TO WrapNb
        MOVE 0 TO WrapTotal
        OPEN INPUT fpaiements
        MOVE 0 TO WrapFin
        PERFORM WITH TEST BEFORE UNTIL WrapFin = 1
          READ fpaiements NEXT RECORD
          AT END MOVE 1 TO WrapFin
          NOT AT END
            IF fpai_mode = WrapMode AND fpai_rappro = 0 AND
               fpai_datePai <= WrapAu THEN
              IF WrapNb < 300 THEN
                ADD 1 TO WrapNb
                MOVE fpai_resaId TO WrapPResa(WrapNb)
                MOVE fpai_seq TO WrapPSeq(WrapNb)
                ADD fpai_montant TO WrapTotal
                DISPLAY 'Reçu ', fpai_recu, ' du ', fpai_datePai,
                  ' : ', fpai_montant
              ELSE
                DISPLAY 'Bordereau plein : le reste ira sur le '
                'suivant.'
                MOVE 1 TO WrapFin
              END-IF
            END-IF
          END-READ
        END-PERFORM
        CLOSE fpaiements
        IF WrapNb = 0 THEN
          DISPLAY 'Aucun encaissement à remettre.'
        ELSE
          DISPLAY WrapNb, ' encaissement(s) pour ', WrapTotal
          MOVE 9 TO WrapConf
          PERFORM WITH TEST AFTER UNTIL WrapConf < 2
            DISPLAY 'Etablir le bordereau ? (1 oui, 0 non) : '
            WITH NO ADVANCING
            ACCEPT WrapConf
          END-PERFORM
          IF WrapConf = 1 THEN
            PERFORM ALLOUER_NUM_BORDEREAU
            MOVE WrapBorNum TO fbor_num
            MOVE WrapMode TO fbor_mode
            MOVE FUNCTION CURRENT-DATE(1:8) TO fbor_date
            MOVE WrapTotal TO fbor_montant
            MOVE WrapNb TO fbor_nbPai
            MOVE 0 TO fbor_statut
            MOVE 0 TO fbor_mvtId
            OPEN I-O fbordereaux
            WRITE fborTampon
            INVALID KEY
              DISPLAY 'Impossible d''enregistrer le bordereau'
              MOVE 0 TO WrapConf
            END-WRITE
            CLOSE fbordereaux
          END-IF
          IF WrapConf = 1 THEN
            MOVE SPACES TO WexportFile
            STRING 'bordereau_' WrapBorNum '.txt'
              DELIMITED BY SIZE INTO WexportFile
            OPEN OUTPUT fexport
            MOVE SPACES TO WexportLine
            STRING 'Bordereau;' WrapBorNum ';Mode;' WrapMode
              ';Date;' fbor_date ';Total;' WrapTotal
              DELIMITED BY SIZE INTO WexportLine
            WRITE fexpTampon FROM WexportLine
            MOVE SPACES TO WexportLine
            STRING 'Recu;Date;Reservation;Montant'
              DELIMITED BY SIZE INTO WexportLine
            WRITE fexpTampon FROM WexportLine
            OPEN I-O fpaiements
            PERFORM VARYING WrapIdx FROM 1 BY 1 UNTIL WrapIdx > WrapNb
              MOVE WrapPResa(WrapIdx) TO fpai_resaId
              MOVE WrapPSeq(WrapIdx) TO fpai_seq
              READ fpaiements
              NOT INVALID KEY
                MOVE 2 TO fpai_rappro
                MOVE WrapBorNum TO fpai_bordereau
                REWRITE fpaiTampon END-REWRITE
                MOVE SPACES TO WexportLine
                STRING fpai_recu ';' fpai_datePai ';' fpai_resaId ';'
                  fpai_montant DELIMITED BY SIZE INTO WexportLine
                WRITE fexpTampon FROM WexportLine
              END-READ
            END-PERFORM
            CLOSE fpaiements
            CLOSE fexport
            DISPLAY 'Bordereau n° ', WrapBorNum, ' établi, liste dans ',
              WexportFile
            STRING 'PREPARER_BORDEREAU num=' WrapBorNum
              ' mode=' WrapMode ' montant=' WrapTotal
              DELIMITED BY SIZE INTO WauditCible
            PERFORM ENREGISTRER_AUDIT
          END-IF
        END-IF.

       AFFICHER_MOUVEMENT.
        MOVE fmvt_montant TO WrapMontantE
        MOVE fmvt_ecart TO WrapEcartE
        DISPLAY 'Mouvement          : ', fmvt_id, ' (', fmvt_source,
          ')'
        DISPLAY 'Date               : ', fmvt_date
        DISPLAY 'Montant            : ', WrapMontantE
        DISPLAY 'Référence          : ', fmvt_ref
        EVALUATE fmvt_statut
          WHEN 0 DISPLAY 'Statut             : non rapproché'
          WHEN 1 DISPLAY 'Statut             : rapproché (',
                   fmvt_lienType, ' ', fmvt_lien, ')'
          WHEN 2 DISPLAY 'Statut             : écart de montant ',
                   WrapEcartE
          WHEN 3 DISPLAY 'Statut             : justifié, ',
                   fmvt_justif
        END-EVALUATE.

      *> Pointage manuel d'un mouvement resté ouvert (non rapproché
      *> ou en écart) : contre un encaissement précis, contre un
      *> bordereau, validation d'une remise TPE avec son écart (les
      *> encaissements carte du jour sont alors rapprochés), ou
      *> justification hors billetterie (frais bancaires, subvention,
      *> fournisseur...). Un écart de montant accepté reste visible
      *> dans l'état des écarts. Interdit sur un mois clôturé.
       POINTER_MOUVEMENT.
        MOVE 0 TO WrapTrouve
        DISPLAY 'Id du mouvement : ' WITH NO ADVANCING
        ACCEPT WrapMvtId
        OPEN INPUT fmouvements
        MOVE WrapMvtId TO fmvt_id
        READ fmouvements
        INVALID KEY
          DISPLAY 'Aucun mouvement à cet id.'
        NOT INVALID KEY
          MOVE 1 TO WrapTrouve
        END-READ
        CLOSE fmouvements
        IF WrapTrouve = 1 THEN
          PERFORM AFFICHER_MOUVEMENT
          MOVE fmvt_date TO WrapMvtDate
          MOVE fmvt_source TO WrapMvtSource
          MOVE fmvt_montant TO WrapMvtMontant
          MOVE fmvt_statut TO WrapStatut
          MOVE fmvt_lienType TO WrapLienType
          MOVE fmvt_lien TO WrapLien
          MOVE fmvt_ecart TO WrapEcart
          IF fmvt_statut = 1 OR fmvt_statut = 3 THEN
            DISPLAY 'Mouvement déjà rapproché.'
            MOVE 0 TO WrapTrouve
          END-IF
        END-IF
        IF WrapTrouve = 1 THEN
          COMPUTE WrapMois = WrapMvtDate / 100
          PERFORM VERIF_MOIS_CLOS
          IF WrapTrouve = 1 THEN
            DISPLAY 'Mois clôturé : pointage refusé.'
            MOVE 0 TO WrapTrouve
          ELSE
            MOVE 1 TO WrapTrouve
          END-IF
        END-IF
        IF WrapTrouve = 1 THEN
          MOVE 9 TO WrapChoix
          PERFORM WITH TEST AFTER UNTIL WrapChoix < 5
            DISPLAY 'Pointer contre : 1 un encaissement, 2 un '
            'bordereau, 3 valider la remise TPE avec son écart, '
            '4 justifier hors billetterie, 0 annuler : '
            WITH NO ADVANCING
            ACCEPT WrapChoix
          END-PERFORM
          MOVE 0 TO WrapMaj
          EVALUATE WrapChoix
          WHEN 1 PERFORM POINTER_CONTRE_PAIEMENT
          WHEN 2 PERFORM POINTER_CONTRE_BORDEREAU
          WHEN 3 PERFORM VALIDER_REMISE_TPE
          WHEN 4
            MOVE SPACES TO WrapRef
            PERFORM WITH TEST AFTER UNTIL WrapRef NOT = SPACES
              DISPLAY 'Justification : ' WITH NO ADVANCING
              ACCEPT WrapRef
            END-PERFORM
            MOVE 1 TO WrapMaj
            MOVE 3 TO WrapStatut
            MOVE 'J' TO WrapLienType
            MOVE 0 TO WrapLien
            MOVE 0 TO WrapEcart
          END-EVALUATE
          IF WrapMaj = 1 THEN
            PERFORM MAJ_MOUVEMENT
            IF WrapChoix = 4 THEN
              OPEN I-O fmouvements
              MOVE WrapMvtId TO fmvt_id
              READ fmouvements
              NOT INVALID KEY
                MOVE WrapRef TO fmvt_justif
                REWRITE fmvtTampon END-REWRITE
              END-READ
              CLOSE fmouvements
            END-IF
            DISPLAY 'Mouvement ', WrapMvtId, ' pointé.'
            STRING 'POINTER_MOUVEMENT id=' WrapMvtId
              ' statut=' WrapStatut ' lien=' WrapLienType WrapLien
              DELIMITED BY SIZE INTO WauditCible
            PERFORM ENREGISTRER_AUDIT
          END-IF
        END-IF.

      *> Un écart entre le mouvement et l'encaissement (ou le
      *> bordereau) demande une confirmation et laisse le mouvement
      *> en statut 2 avec son écart.
       POINTER_CONTRE_PAIEMENT.
        DISPLAY 'Id de la réservation : ' WITH NO ADVANCING
        ACCEPT WrapResaId
        DISPLAY 'N° de séquence du paiement : ' WITH NO ADVANCING
        ACCEPT WrapSeq
        OPEN INPUT fpaiements
        MOVE WrapResaId TO fpai_resaId
        MOVE WrapSeq TO fpai_seq
        MOVE 0 TO WrapTrouve
        READ fpaiements
        INVALID KEY
          DISPLAY 'Aucun paiement à cette clé.'
        NOT INVALID KEY
          IF fpai_rappro NOT = 0 THEN
            DISPLAY 'Paiement déjà rapproché ou remis sur bordereau.'
          ELSE
            MOVE 1 TO WrapTrouve
          END-IF
        END-READ
        CLOSE fpaiements
        IF WrapTrouve = 1 THEN
          COMPUTE WrapEcart = WrapMvtMontant - fpai_montant
          MOVE 1 TO WrapConf
          IF WrapEcart NOT = 0 THEN
            MOVE WrapEcart TO WrapEcartE
            DISPLAY 'Ecart de montant : ', WrapEcartE
            DISPLAY 'Pointer malgré l''écart ? (1 oui, 0 non) : '
            WITH NO ADVANCING
            ACCEPT WrapConf
          END-IF
          IF WrapConf = 1 THEN
            MOVE 1 TO WrapNb
            MOVE WrapResaId TO WrapPResa(1)
            MOVE WrapSeq TO WrapPSeq(1)
            PERFORM MARQUER_PAIEMENTS_RAPPROCHES
            MOVE 1 TO WrapMaj
            MOVE 'P' TO WrapLienType
            MOVE 0 TO WrapLien
            IF WrapEcart = 0 THEN
              MOVE 1 TO WrapStatut
            ELSE
              MOVE 2 TO WrapStatut
            END-IF
          END-IF
        END-IF.

       POINTER_CONTRE_BORDEREAU.
        DISPLAY 'N° du bordereau : ' WITH NO ADVANCING
        ACCEPT WrapBorNum
        OPEN INPUT fbordereaux
        MOVE WrapBorNum TO fbor_num
        MOVE 0 TO WrapTrouve
        READ fbordereaux
        INVALID KEY
          DISPLAY 'Aucun bordereau à ce numéro.'
        NOT INVALID KEY
          IF fbor_statut NOT = 0 THEN
            DISPLAY 'Bordereau déjà rapproché.'
          ELSE
            MOVE 1 TO WrapTrouve
          END-IF
        END-READ
        CLOSE fbordereaux
        IF WrapTrouve = 1 THEN
          COMPUTE WrapEcart = WrapMvtMontant - fbor_montant
          MOVE 1 TO WrapConf
          IF WrapEcart NOT = 0 THEN
            MOVE WrapEcart TO WrapEcartE
            DISPLAY 'Ecart de montant : ', WrapEcartE
            DISPLAY 'Pointer malgré l''écart ? (1 oui, 0 non) : '
            WITH NO ADVANCING
            ACCEPT WrapConf
          END-IF
          IF WrapConf = 1 THEN
            MOVE WrapBorNum TO WrapLien
            PERFORM MARQUER_BORDEREAU_RAPPROCHE
            MOVE 1 TO WrapMaj
            MOVE 'B' TO WrapLienType
            IF WrapEcart = 0 THEN
              MOVE 1 TO WrapStatut
            ELSE
              MOVE 2 TO WrapStatut
            END-IF
          END-IF
        END-IF.

      *> Remise TPE en écart : la trésorière valide la remise telle
      *> quelle, les encaissements carte du jour passent rapprochés
      *> et l'écart reste porté par le mouvement.
       VALIDER_REMISE_TPE.
        IF WrapMvtSource NOT = 'T' THEN
          DISPLAY 'Ce mouvement n''est pas une remise TPE.'
        ELSE
          MOVE 3 TO WrapMode
          MOVE WrapMvtDate TO WrapDate
          PERFORM COLLECTER_PAIEMENTS_JOUR
          IF WrapNb = 0 THEN
            DISPLAY 'Aucun encaissement carte ouvert ce jour-là.'
          ELSE
            COMPUTE WrapEcart = WrapMvtMontant - WrapSomme
            MOVE WrapEcart TO WrapEcartE
            DISPLAY WrapNb, ' encaissement(s) carte, écart ',
              WrapEcartE
            DISPLAY 'Valider la remise ? (1 oui, 0 non) : '
            WITH NO ADVANCING
            ACCEPT WrapConf
            IF WrapConf = 1 THEN
              PERFORM MARQUER_PAIEMENTS_RAPPROCHES
              MOVE 1 TO WrapMaj
              MOVE 'P' TO WrapLienType
              MOVE 0 TO WrapLien
              IF WrapEcart = 0 THEN
                MOVE 1 TO WrapStatut
              ELSE
                MOVE 2 TO WrapStatut
              END-IF
            END-IF
          END-IF
        END-IF.

      *> Etat des écarts d'une période, affiché et exporté dans
      *> rappro_ecarts_<du>_<au>.txt : encaissements sans
      *> contrepartie bancaire (non rapprochés ou remis sur un
      *> bordereau pas encore vu au relevé), mouvements bancaires
      *> sans paiement, écarts de montant.
       ETAT_ECARTS_RAPPRO.
        MOVE 0 TO WrapDu
        PERFORM WITH TEST AFTER UNTIL WrapDu > 19000000
          DISPLAY 'Période du (AAAAMMJJ) : ' WITH NO ADVANCING
          ACCEPT WrapDu
        END-PERFORM
        MOVE 0 TO WrapAu
        PERFORM WITH TEST AFTER UNTIL WrapAu >= WrapDu
          DISPLAY 'au (AAAAMMJJ, 0 = aujourd''hui) : '
          WITH NO ADVANCING
          ACCEPT WrapAu
          IF WrapAu = 0 THEN
            MOVE FUNCTION CURRENT-DATE(1:8) TO WrapAu
          END-IF
        END-PERFORM
        MOVE 0 TO WrapNbSansBq
        MOVE 0 TO WrapTotSansBq
        MOVE 0 TO WrapNbSansPai
        MOVE 0 TO WrapTotSansPai
        MOVE 0 TO WrapNbEcarts
        MOVE 0 TO WrapTotEcarts
        MOVE SPACES TO WexportFile
        STRING 'rappro_ecarts_' WrapDu '_' WrapAu '.txt'
          DELIMITED BY SIZE INTO WexportFile
        OPEN OUTPUT fexport
        MOVE SPACES TO WexportLine
        STRING 'Etat des ecarts;' WrapDu ';' WrapAu
          DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        MOVE SPACES TO WexportLine
        STRING 'ENCAISSEMENT_SANS_BANQUE;Recu;Date;Mode;Reservation;'
          'Seq;Montant;Bordereau' DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        DISPLAY '  _______* Encaissements sans banque *_______'
        OPEN INPUT fpaiements
        MOVE 0 TO WrapFin
        PERFORM WITH TEST BEFORE UNTIL WrapFin = 1
          READ fpaiements NEXT RECORD
          AT END MOVE 1 TO WrapFin
          NOT AT END
            IF fpai_datePai >= WrapDu AND fpai_datePai <= WrapAu
               AND fpai_rappro NOT = 1 THEN
              ADD 1 TO WrapNbSansBq
              ADD fpai_montant TO WrapTotSansBq
              DISPLAY ' | Reçu ', fpai_recu, ' du ', fpai_datePai,
                ' mode ', fpai_mode, ' : ', fpai_montant,
                ' bordereau ', fpai_bordereau
              MOVE SPACES TO WexportLine
              STRING 'ENCAISSEMENT_SANS_BANQUE;' fpai_recu ';'
                fpai_datePai ';' fpai_mode ';' fpai_resaId ';'
                fpai_seq ';' fpai_montant ';' fpai_bordereau
                DELIMITED BY SIZE INTO WexportLine
              WRITE fexpTampon FROM WexportLine
            END-IF
          END-READ
        END-PERFORM
        CLOSE fpaiements
        MOVE SPACES TO WexportLine
        STRING 'MOUVEMENT;Id;Source;Date;Montant;Ecart;Reference'
          DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        DISPLAY '  _____* Mouvements sans paiement, écarts *___'
        OPEN INPUT fmouvements
        MOVE WrapDu TO fmvt_date
        MOVE 0 TO WrapFin
        START fmouvements, KEY NOT < fmvt_date
          INVALID KEY
            MOVE 1 TO WrapFin
        END-START
        PERFORM WITH TEST BEFORE UNTIL WrapFin = 1
          READ fmouvements NEXT RECORD
          AT END MOVE 1 TO WrapFin
          NOT AT END
            IF fmvt_date > WrapAu THEN
              MOVE 1 TO WrapFin
            ELSE
              IF fmvt_statut = 0 OR fmvt_statut = 2 THEN
                MOVE fmvt_montant TO WrapMontantE
                MOVE fmvt_ecart TO WrapEcartE
                MOVE SPACES TO WexportLine
                IF fmvt_statut = 0 THEN
                  ADD 1 TO WrapNbSansPai
                  ADD fmvt_montant TO WrapTotSansPai
                  DISPLAY ' | Sans paiement ', fmvt_id, ' ',
                    fmvt_source, ' ', fmvt_date, ' ', WrapMontantE,
                    ' ', FUNCTION TRIM(fmvt_ref)
                  STRING 'MOUVEMENT_SANS_PAIEMENT;' fmvt_id ';'
                    fmvt_source ';' fmvt_date ';'
                    FUNCTION TRIM(WrapMontantE) ';0;'
                    FUNCTION TRIM(fmvt_ref)
                    DELIMITED BY SIZE INTO WexportLine
                ELSE
                  ADD 1 TO WrapNbEcarts
                  ADD fmvt_ecart TO WrapTotEcarts
                  DISPLAY ' | Ecart ', fmvt_id, ' ', fmvt_source, ' ',
                    fmvt_date, ' ', WrapMontantE, ' écart ',
                    WrapEcartE
                  STRING 'ECART_MONTANT;' fmvt_id ';'
                    fmvt_source ';' fmvt_date ';'
                    FUNCTION TRIM(WrapMontantE) ';'
                    FUNCTION TRIM(WrapEcartE) ';'
                    FUNCTION TRIM(fmvt_ref)
                    DELIMITED BY SIZE INTO WexportLine
                END-IF
                WRITE fexpTampon FROM WexportLine
              END-IF
            END-IF
          END-READ
        END-PERFORM
        CLOSE fmouvements
        MOVE WrapTotSansPai TO WrapMontantE
        MOVE WrapTotEcarts TO WrapEcartE
        MOVE SPACES TO WexportLine
        STRING 'TOTAUX;' WrapNbSansBq ';' WrapTotSansBq ';'
          WrapNbSansPai ';' FUNCTION TRIM(WrapMontantE) ';'
          WrapNbEcarts ';' FUNCTION TRIM(WrapEcartE)
          DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        CLOSE fexport
        DISPLAY 'Encaissements sans banque : ', WrapNbSansBq,
          ' pour ', WrapTotSansBq
        DISPLAY 'Mouvements sans paiement  : ', WrapNbSansPai,
          ' pour ', WrapMontantE
        DISPLAY 'Ecarts de montant         : ', WrapNbEcarts,
          ' pour ', WrapEcartE
        DISPLAY 'Etat exporté dans ', WexportFile.

      *> Clôture d'un mois terminé (AAAAMM) : tous les encaissements
      *> du mois rapprochés et aucun mouvement du mois sans
      *> rapprochement. Les écarts de montant acceptés au pointage ne
      *> bloquent pas, ils sont comptés dans la fiche de clôture.
      *> Un mois clôturé n'accepte plus d'import ni de pointage.
       CLOTURER_MOIS_RAPPRO.
        DISPLAY 'Mois à clôturer (AAAAMM) : ' WITH NO ADVANCING
        ACCEPT WrapMois
        MOVE FUNCTION CURRENT-DATE(1:6) TO WrapMoisCour
        MOVE 1 TO WrapTrouve
        IF WrapMois < 190001 OR WrapMois >= WrapMoisCour THEN
          DISPLAY 'Seul un mois terminé peut être clôturé.'
          MOVE 0 TO WrapTrouve
        ELSE
          PERFORM VERIF_MOIS_CLOS
          IF WrapTrouve = 1 THEN
            DISPLAY 'Mois déjà clôturé.'
            MOVE 0 TO WrapTrouve
          ELSE
            MOVE 1 TO WrapTrouve
          END-IF
        END-IF
        IF WrapTrouve = 1 THEN
          COMPUTE WrapDu = WrapMois * 100 + 1
          COMPUTE WrapAu = WrapMois * 100 + 31
          MOVE 0 TO WrapNbPai
          MOVE 0 TO WrapTotal
          MOVE 0 TO WrapNbSansBq
          OPEN INPUT fpaiements
          MOVE 0 TO WrapFin
          PERFORM WITH TEST BEFORE UNTIL WrapFin = 1
            READ fpaiements NEXT RECORD
            AT END MOVE 1 TO WrapFin
            NOT AT END
              IF fpai_datePai >= WrapDu AND fpai_datePai <= WrapAu THEN
                ADD 1 TO WrapNbPai
                ADD fpai_montant TO WrapTotal
                IF fpai_rappro NOT = 1 THEN
                  ADD 1 TO WrapNbSansBq
                END-IF
              END-IF
            END-READ
          END-PERFORM
          CLOSE fpaiements
          MOVE 0 TO WrapNbMvt
          MOVE 0 TO WrapNbOuverts
          MOVE 0 TO WrapNbEcarts
          OPEN INPUT fmouvements
          MOVE WrapDu TO fmvt_date
          MOVE 0 TO WrapFin
          START fmouvements, KEY NOT < fmvt_date
            INVALID KEY
              MOVE 1 TO WrapFin
          END-START
          PERFORM WITH TEST BEFORE UNTIL WrapFin = 1
            READ fmouvements NEXT RECORD
            AT END MOVE 1 TO WrapFin
            NOT AT END
              IF fmvt_date > WrapAu THEN
                MOVE 1 TO WrapFin
              ELSE
                ADD 1 TO WrapNbMvt
                IF fmvt_statut = 0 THEN
                  ADD 1 TO WrapNbOuverts
                END-IF
                IF fmvt_statut = 2 THEN
                  ADD 1 TO WrapNbEcarts
                END-IF
              END-IF
            END-READ
          END-PERFORM
          CLOSE fmouvements
          DISPLAY 'Encaissements du mois : ', WrapNbPai, ' pour ',
            WrapTotal, ', dont ', WrapNbSansBq, ' non rapproché(s)'
          DISPLAY 'Mouvements du mois    : ', WrapNbMvt, ', dont ',
            WrapNbOuverts, ' sans rapprochement, ', WrapNbEcarts,
            ' en écart'
          IF WrapNbSansBq > 0 OR WrapNbOuverts > 0 THEN
            DISPLAY 'Clôture impossible : voir l''état des écarts.'
          ELSE
            MOVE WrapMois TO fmc_mois
            MOVE FUNCTION CURRENT-DATE(1:8) TO fmc_dateClot
            MOVE WrapNbPai TO fmc_nbPai
            MOVE WrapTotal TO fmc_total
            MOVE WrapNbMvt TO fmc_nbMvt
            MOVE WrapNbEcarts TO fmc_nbEcarts
            OPEN I-O fmoisclos
            WRITE fmcTampon
            INVALID KEY
              DISPLAY 'Impossible d''enregistrer la clôture'
            NOT INVALID KEY
              DISPLAY 'Mois ', WrapMois, ' clôturé.'
              STRING 'CLOTURER_MOIS_RAPPRO mois=' WrapMois
                ' encaissements=' WrapNbPai ' total=' WrapTotal
                ' ecarts=' WrapNbEcarts
                DELIMITED BY SIZE INTO WauditCible
              PERFORM ENREGISTRER_AUDIT
            END-WRITE
            CLOSE fmoisclos
          END-IF
        END-IF.

      *> Sous-menu du contrôle des entrées : pointage rapide à la
      *> porte le jour J et rapport des no-show par jour.
       GESTION_CHECKIN.
        PERFORM WITH TEST AFTER UNTIL choix=0
         PERFORM WITH TEST AFTER UNTIL choix<9
              DISPLAY '  ______* Contrôle des entrées *__________'
              DISPLAY ' |Annuler                    :           0|'
              DISPLAY ' |Pointage des entrées       :           1|'
              DISPLAY ' |Rapport des no-show        :           2|'
              DISPLAY ' |Exporter la liste d''accès  :           3|'
              DISPLAY ' |Importer les scans         :           4|'
              DISPLAY ' |________________________________________|'
              DISPLAY 'Faites un choix : ' WITH NO ADVANCING
              ACCEPT choix
              EVALUATE choix
              WHEN 1 PERFORM MODE_CHECKIN
              WHEN 2 PERFORM RAPPORT_NO_SHOW
              WHEN 3 PERFORM EXPORTER_LISTE_ACCES
              WHEN 4 PERFORM IMPORTER_SCANS
              END-EVALUATE
         END-PERFORM
        END-PERFORM.

      *> Écran de pointage jour J : la porte saisit (ou scanne) les
      *> id de réservation à la chaîne. Pour chaque id on vérifie que
      *> la réservation est de la bonne édition, que son pass couvre
      *> le jour contrôlé, et qu'il n'y a pas déjà une entrée pour ce
      *> jour (refus de la double entrée) ; l'entrée est horodatée.
       MODE_CHECKIN.
              MOVE 0 TO Wtrouve
              DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
              ACCEPT fe_dateA
              OPEN INPUT feditions
              PERFORM VERIF_EDITION
              CLOSE feditions
              IF Wtrouve = 0 THEN
                DISPLAY 'Edition pas trouvée'
              ELSE
                MOVE 0 TO WentJour
                PERFORM WITH TEST AFTER UNTIL WentJour > 0 AND
                    WentJour <= fe_nbJours
                  DISPLAY 'Indiquer le jour contrôlé (1 à ',
                  fe_nbJours, ') : ' WITH NO ADVANCING
                  ACCEPT WentJour
                END-PERFORM
                OPEN I-O fentrees
                OPEN INPUT freservations
                MOVE 0 TO WentFin
                PERFORM WITH TEST AFTER UNTIL WentFin = 1
                  DISPLAY 'Id de réservation (0 pour terminer) : '
                  WITH NO ADVANCING
                  ACCEPT fres_id
                  IF fres_id = 0 THEN
                    MOVE 1 TO WentFin
                  ELSE
                    READ freservations
                    INVALID KEY
                      DISPLAY 'REFUS : réservation inconnue'
                    NOT INVALID KEY
                      IF fres_dateA NOT = fe_dateA THEN
                        DISPLAY 'REFUS : réservation de l''édition ',
                          fres_dateA
                      ELSE
                        MOVE fres_nomPa TO WpassCode
                        PERFORM VERIF_PASS_CODE_VALIDE
                        MOVE 0 TO WentCouvert
                        IF WpassValide = 1 THEN
                          PERFORM VARYING WjIdx FROM 1 BY 1
                              UNTIL WjIdx > WpassNbJours
                            IF WpassJours(WjIdx) = WentJour THEN
                              MOVE 1 TO WentCouvert
                            END-IF
                          END-PERFORM
                        END-IF
                        IF WentCouvert = 0 THEN
                          DISPLAY 'REFUS : le pass ', fres_nomPa,
                            ' ne couvre pas le jour ', WentJour
                        ELSE
                          MOVE fres_id TO fent_resaId
                          MOVE WentJour TO fent_jour
                          READ fentrees
                          INVALID KEY
                            MOVE fres_dateA TO fent_dateA
                            MOVE FUNCTION CURRENT-DATE
                              TO fent_horodatage
                            WRITE fentTampon
                            INVALID KEY
                              DISPLAY 'Impossible d''enregistrer '
                              'l''entrée'
                            NOT INVALID KEY
                              DISPLAY 'ENTREE OK : ', fres_prenom
                              IF fres_typeAcces > 0 THEN
                                MOVE fres_typeAcces TO WaccType
                                PERFORM LIBELLE_TYPE_ACCES
                                DISPLAY '  Accréditation ', WaccTypeLib,
                                  ' ', fres_nomGr
                              END-IF
                            END-WRITE
                          NOT INVALID KEY
                            DISPLAY 'REFUS : déjà entré ce jour (',
                              fent_horodatage, ')'
                          END-READ
                        END-IF
                      END-IF
                    END-READ
                  END-IF
                END-PERFORM
                CLOSE freservations
                CLOSE fentrees
              END-IF.

      *> Compare, pour chaque jour d'une édition, les entrées
      *> réellement pointées (fentrees) aux réservations vendues
      *> (fe_nbResaJour) : la différence donne les no-show, pour
      *> dimensionner restauration et sécurité sur du réel.
       RAPPORT_NO_SHOW.
              MOVE 0 TO Wtrouve
              DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
              ACCEPT fe_dateA
              OPEN INPUT feditions
              PERFORM VERIF_EDITION
              CLOSE feditions
              IF Wtrouve = 0 THEN
                DISPLAY 'Edition pas trouvée'
              ELSE
                PERFORM VARYING WjIdx FROM 1 BY 1 UNTIL WjIdx > 9
                  MOVE 0 TO WentParJour(WjIdx)
                END-PERFORM
                OPEN INPUT fentrees
                MOVE fe_dateA TO fent_dateA
                MOVE 0 TO WentFin
                START fentrees, KEY = fent_dateA
                  INVALID KEY
                    MOVE 1 TO WentFin
                END-START
                PERFORM WITH TEST BEFORE UNTIL WentFin = 1
                  READ fentrees NEXT RECORD
                  AT END MOVE 1 TO WentFin
                  NOT AT END
                    IF fent_dateA = fe_dateA THEN
                      IF fent_jour > 0 AND fent_jour <= 9 THEN
                        ADD 1 TO WentParJour(fent_jour)
                      END-IF
                    ELSE
                      MOVE 1 TO WentFin
                    END-IF
                  END-READ
                END-PERFORM
                CLOSE fentrees
                DISPLAY '  ________* Rapport des no-show *_________'
                DISPLAY ' |Jour|Vendues|Entrées|No-show|'
                PERFORM VARYING WjIdx FROM 1 BY 1
                    UNTIL WjIdx > fe_nbJours
                  COMPUTE WnoShow =
                    fe_nbResaJour(WjIdx) - WentParJour(WjIdx)
                  DISPLAY ' |', WjIdx, '  |', fe_nbResaJour(WjIdx),
                    '   |', WentParJour(WjIdx), '   |', WnoShow, '|'
                END-PERFORM
                DISPLAY ' |_______________________________________|'
              END-IF.

      *> Liste d'accès pour les douchettes autonomes de la porte :
      *> pour une édition et un jour, toutes les réservations dont le
      *> pass couvre le jour (d'après VERIF_PASS_CODE_VALIDE), un
      *> fichier par porte.
       EXPORTER_LISTE_ACCES.
              MOVE 0 TO Wtrouve
              DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
              ACCEPT fe_dateA
              OPEN INPUT feditions
              PERFORM VERIF_EDITION
              CLOSE feditions
              IF Wtrouve = 0 THEN
                DISPLAY 'Edition pas trouvée'
              ELSE
                MOVE 0 TO WscanJour
                PERFORM WITH TEST AFTER UNTIL WscanJour > 0 AND
                    WscanJour <= fe_nbJours
                  DISPLAY 'Indiquer le jour (1 à ', fe_nbJours,
                  ') : ' WITH NO ADVANCING
                  ACCEPT WscanJour
                END-PERFORM
                PERFORM WITH TEST AFTER UNTIL WscanPorte NOT = SPACES
                  DISPLAY 'Nom de la porte : ' WITH NO ADVANCING
                  ACCEPT WscanPorte
                END-PERFORM
                MOVE SPACES TO WexportFile
                PERFORM EXPORTER_LISTE_ACCES_JOUR
              END-IF.

      *> Export de la liste d'accès de l'édition fe_dateA (fiche
      *> chargée) pour le jour WscanJour et la porte WscanPorte, dans
      *> WexportFile s'il est fourni, sinon dans
      *> acces_<édition>_j<jour>_<porte>.txt. WscanLignes = nombre
      *> d'accès exportés.
       EXPORTER_LISTE_ACCES_JOUR.
                IF WexportFile = SPACES THEN
                  STRING 'acces_' fe_dateA '_j' WscanJour '_'
                    FUNCTION TRIM(WscanPorte) '.txt'
                    DELIMITED BY SIZE INTO WexportFile
                END-IF
                OPEN OUTPUT fexport
                MOVE SPACES TO WexportLine
                STRING 'IdReservation;Pass;Prenom;JoursCouverts;'
                  'Acces' DELIMITED BY SIZE INTO WexportLine
                WRITE fexpTampon FROM WexportLine
                MOVE 0 TO WscanLignes
                MOVE fe_dateA TO dateA
                OPEN INPUT freservations
                MOVE fe_dateA TO fres_dateA
                MOVE 0 TO Wfin
                START freservations, KEY = fres_dateA
                  INVALID KEY
                    MOVE 1 TO Wfin
                END-START
                PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                  READ freservations NEXT RECORD
                  AT END MOVE 1 TO Wfin
                  NOT AT END
                    IF fres_dateA = dateA THEN
                      MOVE fres_nomPa TO WpassCode
                      PERFORM VERIF_PASS_CODE_VALIDE
                      MOVE 0 TO WentCouvert
                      IF WpassValide = 1 THEN
                        PERFORM VARYING WjIdx FROM 1 BY 1
                            UNTIL WjIdx > WpassNbJours
                          IF WpassJours(WjIdx) = WscanJour THEN
                            MOVE 1 TO WentCouvert
                          END-IF
                        END-PERFORM
                      END-IF
                      IF WentCouvert = 1 THEN
      *> Jours couverts depuis WpassJours, rempli par
      *> VERIF_PASS_CODE_VALIDE du dernier chiffre au premier : on
      *> le parcourt à rebours pour sortir les jours croissants.
                        MOVE SPACES TO WscanJoursTxt
                        MOVE 1 TO WscanPtr
                        PERFORM VARYING WjIdx FROM WpassNbJours
                            BY -1 UNTIL WjIdx < 1
                          STRING WpassJours(WjIdx) DELIMITED BY SIZE
                            INTO WscanJoursTxt
                            WITH POINTER WscanPtr
                        END-PERFORM
                        MOVE fres_typeAcces TO WaccType
                        PERFORM LIBELLE_TYPE_ACCES
                        MOVE SPACES TO WexportLine
                        STRING fres_id ';' fres_nomPa ';'
                          FUNCTION TRIM(fres_prenom) ';'
                          FUNCTION TRIM(WscanJoursTxt) ';'
                          FUNCTION TRIM(WaccTypeLib)
                          DELIMITED BY SIZE INTO WexportLine
                        WRITE fexpTampon FROM WexportLine
                        ADD 1 TO WscanLignes
                      END-IF
                    ELSE
                      MOVE 1 TO Wfin
                    END-IF
                  END-READ
                END-PERFORM
                CLOSE freservations
                CLOSE fexport
                DISPLAY WscanLignes, ' accès exporté(s) dans ',
                  WexportFile
                STRING 'EXPORTER_LISTE_ACCES fe_dateA=' fe_dateA
                  ' jour=' WscanJour ' porte='
                  FUNCTION TRIM(WscanPorte)
                  DELIMITED BY SIZE INTO WauditCible
                PERFORM ENREGISTRER_AUDIT.

      *> Import en masse des fichiers de scans remontés par les
      *> douchettes en fin de soirée (lignes id;horodatage) : mêmes
      *> contrôles que MODE_CHECKIN (édition, jour couvert, double
      *> entrée refusée), les scans rejetés partant avec leur motif
      *> dans scans_rejets.txt comme le fait REJETER_LIGNE_IMPORT
      *> pour la programmation.
       IMPORTER_SCANS.
              MOVE 0 TO Wtrouve
              DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
              ACCEPT fe_dateA
              OPEN INPUT feditions
              PERFORM VERIF_EDITION
              CLOSE feditions
              IF Wtrouve = 0 THEN
                DISPLAY 'Edition pas trouvée'
              ELSE
                MOVE 0 TO WscanJour
                PERFORM WITH TEST AFTER UNTIL WscanJour > 0 AND
                    WscanJour <= fe_nbJours
                  DISPLAY 'Indiquer le jour scanné (1 à ', fe_nbJours,
                  ') : ' WITH NO ADVANCING
                  ACCEPT WscanJour
                END-PERFORM
                DISPLAY 'Nom du fichier de scans : ' WITH NO ADVANCING
                ACCEPT WimportFile
                OPEN INPUT fimport
                IF fimp_stat NOT = 00 THEN
                  DISPLAY 'Fichier introuvable : ', WimportFile
                ELSE
                  MOVE 'scans_rejets.txt' TO WexportFile
                  OPEN OUTPUT fexport
                  OPEN I-O fentrees
                  OPEN INPUT freservations
                  MOVE 0 TO WimpAcceptes
                  MOVE 0 TO WimpRejets
                  MOVE 0 TO WimpFin
                  PERFORM WITH TEST BEFORE UNTIL WimpFin = 1
                    READ fimport
                    AT END MOVE 1 TO WimpFin
                    NOT AT END
                      PERFORM TRAITER_LIGNE_SCAN
                    END-READ
                  END-PERFORM
                  CLOSE freservations
                  CLOSE fentrees
                  CLOSE fexport
                  CLOSE fimport
                  DISPLAY 'Import des scans terminé : ', WimpAcceptes,
                    ' entrée(s), ', WimpRejets, ' rejet(s)'
                  IF WimpRejets > 0 THEN
                    DISPLAY 'Motifs de rejet dans ', WexportFile
                  END-IF
                  STRING 'IMPORTER_SCANS fichier='
                    FUNCTION TRIM(WimportFile) ' jour=' WscanJour
                    ' acceptes=' WimpAcceptes ' rejets=' WimpRejets
                    DELIMITED BY SIZE INTO WauditCible
                  PERFORM ENREGISTRER_AUDIT
                END-IF
              END-IF.

       TRAITER_LIGNE_SCAN.
        IF fimpTampon = SPACES THEN
          CONTINUE
        ELSE
          MOVE SPACES TO WscanId
          MOVE SPACES TO WimpCh2
          UNSTRING fimpTampon DELIMITED BY ';'
            INTO WscanId WimpCh2
          END-UNSTRING
          MOVE 1 TO WimpOk
          IF FUNCTION TEST-NUMVAL(WscanId) NOT = 0 THEN
            MOVE 'id de réservation invalide' TO WimpMotif
            MOVE 0 TO WimpOk
          END-IF
          IF WimpOk = 1 THEN
            COMPUTE fres_id = FUNCTION NUMVAL(WscanId)
            READ freservations
            INVALID KEY
              MOVE 'réservation inconnue' TO WimpMotif
              MOVE 0 TO WimpOk
            END-READ
          END-IF
          IF WimpOk = 1 THEN
            IF fres_dateA NOT = fe_dateA THEN
              MOVE 'réservation d''une autre édition' TO WimpMotif
              MOVE 0 TO WimpOk
            END-IF
          END-IF
          IF WimpOk = 1 THEN
            MOVE fres_nomPa TO WpassCode
            PERFORM VERIF_PASS_CODE_VALIDE
            MOVE 0 TO WentCouvert
            IF WpassValide = 1 THEN
              PERFORM VARYING WjIdx FROM 1 BY 1
                  UNTIL WjIdx > WpassNbJours
                IF WpassJours(WjIdx) = WscanJour THEN
                  MOVE 1 TO WentCouvert
                END-IF
              END-PERFORM
            END-IF
            IF WentCouvert = 0 THEN
              MOVE 'le pass ne couvre pas le jour scanné'
                TO WimpMotif
              MOVE 0 TO WimpOk
            END-IF
          END-IF
          IF WimpOk = 1 THEN
            MOVE fres_id TO fent_resaId
            MOVE WscanJour TO fent_jour
            READ fentrees
            INVALID KEY
              MOVE fres_dateA TO fent_dateA
              IF WimpCh2 = SPACES THEN
                MOVE FUNCTION CURRENT-DATE TO fent_horodatage
              ELSE
                MOVE WimpCh2 TO fent_horodatage
              END-IF
              WRITE fentTampon
              INVALID KEY
                MOVE 'écriture de l''entrée impossible' TO WimpMotif
                MOVE 0 TO WimpOk
              NOT INVALID KEY
                ADD 1 TO WimpAcceptes
              END-WRITE
            NOT INVALID KEY
              MOVE 'déjà entré ce jour (double entrée)' TO WimpMotif
              MOVE 0 TO WimpOk
            END-READ
          END-IF
          IF WimpOk = 0 THEN
            PERFORM REJETER_LIGNE_IMPORT
          END-IF
        END-IF.

      *>Gestion des pass
       GESTION_PASS.
      	PERFORM WITH TEST AFTER UNTIL choix=0 
         PERFORM WITH TEST AFTER UNTIL choix<9                 
              DISPLAY '  _________* Gestion des Pass *___________'
              DISPLAY ' |Revenir au menu principal :            0| '
              DISPLAY ' |Ajouter un pass :                      1|'
              DISPLAY ' |Rechercher un pass :                   2|'
              DISPLAY ' |Modifier un pass :                     3|'
              DISPLAY ' |Exporter les tarifs d''une édition :    4|'
              DISPLAY ' |Tarifs par période de vente :          5|'
              DISPLAY ' |Tarifs réduits et codes promo :        6|'
              DISPLAY ' |________________________________________|'
              DISPLAY 'Faites un choix : ' WITH NO ADVANCING
              ACCEPT choix
              EVALUATE choix
              WHEN 1 PERFORM AJOUTER_PASS
              WHEN 2 PERFORM RECHERCHER_PASS
              WHEN 3 PERFORM MODIFIER_PASS
              WHEN 4 PERFORM EXPORTER_PASS_EDITION
              WHEN 5 PERFORM GESTION_TARIFS
              WHEN 6 PERFORM GESTION_REDUCTIONS
       END-EVALUATE
       END-PERFORM
       END-PERFORM.

       AJOUTER_PASS.
       OPEN I-O fpass
       MOVE 2000 TO fp_dateA
       PERFORM WITH TEST AFTER UNTIL fp_dateA>1999
         DISPLAY 'Indiquer l''édition désirée : '
         WITH NO ADVANCING
         ACCEPT fp_dateA
       END-PERFORM
       DISPLAY 'Indiquer le nom du pass : '
       WITH NO ADVANCING
       ACCEPT fp_nomPa
       MOVE fp_dateA TO fe_dateA
       OPEN INPUT feditions
       READ feditions
         INVALID KEY MOVE 0 TO fe_nbJours
       END-READ
       CLOSE feditions
       MOVE fp_nomPa TO WpassCode
       PERFORM VERIF_PASS_CODE_VALIDE
       IF WpassValide = 0 THEN
         DISPLAY 'Code de pass invalide : suite croissante de jours de '
         '1 à ', fe_nbJours, ' (ex : 23 pour les jours 2 et 3).'
       ELSE
         READ fpass
         INVALID KEY
           DISPLAY 'Indique le prix : '
           WITH NO ADVANCING
           ACCEPT fp_prix
           WRITE fpassTampon END-WRITE
           STRING 'AJOUTER_PASS fp_dateA=' fp_dateA ' fp_nomPa=' fp_nomPa
             DELIMITED BY SIZE INTO WauditCible
           PERFORM ENREGISTRER_AUDIT
         NOT INVALID KEY
           DISPLAY 'Impossible d''ajouter ce pass, il existe déjà.'
         END-READ
       END-IF
       CLOSE fpass.

       GENERER_PASS.
      *> Génère un pass par jour (codes 1..fe_nbJours), un pass
      *> "festival complet" (code = concaténation 1..fe_nbJours, ex
      *> 123 pour 3 jours), puis propose des pass combinés libres
      *> (ex : 23 pour un week-end samedi+dimanche), chacun avec son
      *> propre tarif, pour s'adapter à un nombre de jours quelconque.
        OPEN I-O fpass

        PERFORM VARYING WjIdx FROM 1 BY 1 UNTIL WjIdx > fe_nbJours
          DISPLAY 'Indiquer le prix du pass jour ', WjIdx, ' : '
          WITH NO ADVANCING
          MOVE WjIdx TO fp_nomPa
          ACCEPT fp_prix
          PERFORM VERIF_FORMAT_PRIX
          WRITE fpassTampon END-WRITE
          STRING 'GENERER_PASS fp_dateA=' fp_dateA ' fp_nomPa=' fp_nomPa
            DELIMITED BY SIZE INTO WauditCible
          PERFORM ENREGISTRER_AUDIT
        END-PERFORM

        PERFORM CALCULER_PASS_COMPLET
        DISPLAY 'Indiquer le prix du pass festival complet : '
        WITH NO ADVANCING
        MOVE WpassFull TO fp_nomPa
        ACCEPT fp_prix
        PERFORM VERIF_FORMAT_PRIX
        WRITE fpassTampon END-WRITE
        STRING 'GENERER_PASS fp_dateA=' fp_dateA ' fp_nomPa=' fp_nomPa
          DELIMITED BY SIZE INTO WauditCible
        PERFORM ENREGISTRER_AUDIT

        PERFORM WITH TEST AFTER UNTIL WpassEncore = 0
          DISPLAY 'Ajouter un pass combiné (ex : 23 pour les jours 2 '
          'et 3) ? (1 oui, 0 non) : ' WITH NO ADVANCING
          ACCEPT WpassEncore
          IF WpassEncore = 1 THEN
            DISPLAY 'Indiquer la combinaison de jours : '
            WITH NO ADVANCING
            ACCEPT fp_nomPa
            MOVE fp_nomPa TO WpassCode
            PERFORM VERIF_PASS_CODE_VALIDE
            IF WpassValide = 0 THEN
              DISPLAY 'Code de pass invalide : suite croissante de '
              'jours de 1 à ', fe_nbJours, '.'
            ELSE
              DISPLAY 'Indiquer le prix du pass ', fp_nomPa, ' : '
              WITH NO ADVANCING
              ACCEPT fp_prix
              PERFORM VERIF_FORMAT_PRIX
              WRITE fpassTampon
              INVALID KEY
                DISPLAY 'Ce pass existe déjà pour cette édition.'
              NOT INVALID KEY
                STRING 'GENERER_PASS fp_dateA=' fp_dateA ' fp_nomPa='
                  fp_nomPa DELIMITED BY SIZE INTO WauditCible
                PERFORM ENREGISTRER_AUDIT
              END-WRITE
            END-IF
          END-IF
        END-PERFORM

        CLOSE fpass.

      *> Construit le code du pass complet (ex: 123 pour 3 jours) en
      *> concaténant les chiffres 1..fe_nbJours, utilisé pour générer
      *> ce pass et pour reconnaître les réservations qui le portent.
       CALCULER_PASS_COMPLET.
        MOVE 0 TO WpassFull
        PERFORM VARYING WjIdx FROM 1 BY 1 UNTIL WjIdx > fe_nbJours
          COMPUTE WpassFull = WpassFull * 10 + WjIdx
        END-PERFORM.

      *> Un code de pass est une suite strictement croissante de jours
      *> entre 1 et fe_nbJours (ex : 23 pour les jours 2 et 3 d'une
      *> édition de 4 jours) ; le pass jour unique et le pass festival
      *> complet n'en sont que des cas particuliers. Décompose le code
      *> dans WpassJours(1..WpassNbJours) pour les compteurs par jour.
      *> Appelant doit avoir positionné WpassCode (fe_nbJours chargé).
      *> Empêche un code à 9 chiffres arbitraire de déborder la table
      *> fe_nbResaJour.
       VERIF_PASS_CODE_VALIDE.
        MOVE 1 TO WpassValide
        MOVE 0 TO WpassNbJours
        MOVE 10 TO WpassPrec
        MOVE WpassCode TO WpassWork
        IF WpassWork = 0 THEN
          MOVE 0 TO WpassValide
        END-IF
        PERFORM WITH TEST BEFORE UNTIL WpassWork = 0 OR WpassValide = 0
          DIVIDE WpassWork BY 10 GIVING WpassWork
            REMAINDER WpassDigit
          IF WpassDigit = 0 OR WpassDigit > fe_nbJours
              OR WpassDigit >= WpassPrec THEN
            MOVE 0 TO WpassValide
          ELSE
            MOVE WpassDigit TO WpassPrec
            ADD 1 TO WpassNbJours
            MOVE WpassDigit TO WpassJours(WpassNbJours)
          END-IF
        END-PERFORM.

        VERIF_FORMAT_PRIX.
          PERFORM WITH TEST BEFORE UNTIL fp_prix > 0
          DISPLAY 'Veuillez saisir une valeur numérique : '
          WITH NO ADVANCING
          ACCEPT fp_prix
          END-PERFORM.

       RECHERCHER_PASS.
       PERFORM WITH TEST AFTER UNTIL choix=0 
        PERFORM WITH TEST AFTER UNTIL choix<9                 
          DISPLAY '  ________* Recherche des pass *__________'
          DISPLAY ' |Retour au menu gestion des pass :      0|'
          DISPLAY ' |Recherche par édition et nom    :      1|'
          DISPLAY ' |Recherche par édition           :      2|'
          DISPLAY ' |________________________________________|'
          DISPLAY 'Faites un choix : ' WITH NO ADVANCING
          ACCEPT choix
          EVALUATE choix
          WHEN 1 PERFORM RECHERCHE_PASS_ID
          WHEN 2 PERFORM RECHERCHE_PASS_EDITION
         END-EVALUATE
        END-PERFORM
       END-PERFORM.

       RECHERCHE_PASS_EDITION.
       DISPLAY 'Indiquer l''édition : 'WITH NO ADVANCING
       ACCEPT fp_dateA 
       PERFORM AFFICHER_PASS_EDITION.
       

       AFFICHER_PASS_EDITION.
       MOVE 0 TO Wfin
       MOVE 0 TO Wtrouve
       MOVE fp_dateA TO fe_dateA
       OPEN INPUT feditions
       PERFORM VERIF_EDITION
       CLOSE feditions
       IF Wtrouve = 1 THEN
         MOVE 0 TO Wtrouve
         OPEN INPUT fpass 
         MOVE fp_dateA TO dateA
         START fpass, KEY = fp_dateA
           INVALID KEY 
                DISPLAY "Il n'y a aucun pass d'ajouté " 
          "pour cet edition."
           NOT INVALID KEY
           MOVE 1 TO Wtrouve
             PERFORM WITH TEST AFTER UNTIL  Wfin = 1
                READ fpass NEXT RECORD
                AT END MOVE 1 TO Wfin
                NOT AT END
                 IF fp_dateA = dateA THEN
                   PERFORM AFFICHER_PASS
                 ELSE                      
                   MOVE 1 TO Wfin
                 END-IF
                END-READ
             END-PERFORM
           END-START
           CLOSE fpass
        ELSE
          DISPLAY 'Edition pas trouvée'
        END-IF.

        EXPORTER_PASS_EDITION.
        DISPLAY 'Indiquer l''édition : 'WITH NO ADVANCING
        ACCEPT fp_dateA
        MOVE fp_dateA TO dateA
        MOVE 0 TO Wfin
        MOVE 0 TO Wtrouve
        STRING 'pass_' dateA '.txt' DELIMITED BY SIZE INTO WexportFile
        OPEN INPUT fpass
        START fpass, KEY = fp_dateA
          INVALID KEY
            DISPLAY "Il n'y a aucun pass d'ajouté pour cet edition."
          NOT INVALID KEY
            MOVE 1 TO Wtrouve
            OPEN OUTPUT fexport
            MOVE SPACES TO WexportLine
            STRING 'Nom;Edition;Prix' DELIMITED BY SIZE INTO WexportLine
            WRITE fexpTampon FROM WexportLine
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fpass NEXT RECORD
              AT END MOVE 1 TO Wfin
              NOT AT END
                IF fp_dateA = dateA THEN
                  MOVE SPACES TO WexportLine
                  STRING fp_nomPa ';' fp_dateA ';' fp_prix
                    DELIMITED BY SIZE INTO WexportLine
                  WRITE fexpTampon FROM WexportLine
                ELSE
                  MOVE 1 TO Wfin
                END-IF
              END-READ
            END-PERFORM
            CLOSE fexport
          END-START
        CLOSE fpass
        IF Wtrouve = 1 THEN
          DISPLAY 'Tarifs exportés dans ', WexportFile
        END-IF.

        VERIF_PASS_ID.
        OPEN INPUT fpass 
        MOVE 0 TO Wfin
        MOVE 0 TO Wtrouve
        READ fpass
         INVALID KEY 
              DISPLAY "Ce pass n'est pas valide"
         NOT INVALID KEY
         	  MOVE 1 TO Wtrouve
        END-READ
        CLOSE fpass.

       RECHERCHE_PASS_ID.
        OPEN I-O fpass 
        DISPLAY 'Indiquer l''édition : 'WITH NO ADVANCING
        ACCEPT fp_dateA
        DISPLAY 'Indiquer le nom du pass : 'WITH NO ADVANCING
        ACCEPT fp_nomPa
        READ fpass
        INVALID KEY 
              DISPLAY "Il n'y a aucune pass à cet id."
        NOT INVALID KEY
         PERFORM AFFICHER_PASS
         DISPLAY 'Voulez vous modifier ce pass?'
         ACCEPT choix
         IF choix = 1 THEN
           PERFORM REECRIRE_PASS
         END-IF
         CLOSE fpass.

       MODIFIER_PASS.
        OPEN I-O fpass 
        DISPLAY 'Indiquer l''édition : 'WITH NO ADVANCING
        ACCEPT fp_dateA
        DISPLAY 'Indiquer le nom du pass : 'WITH NO ADVANCING
        ACCEPT fp_nomPa
        READ fpass
        INVALID KEY 
              DISPLAY "Il n'y a aucune pass à cet id."
        NOT INVALID KEY
            PERFORM REECRIRE_PASS
       CLOSE fpass.

       SUPPRIMER_PASS_EDITION.
         OPEN I-O fpass
         MOVE 0 TO Wfin
         MOVE 0 TO Wtrouve
         MOVE 0 TO Wtrouve
         OPEN INPUT fpass 
         MOVE fp_dateA TO dateA
         START fpass, KEY = fp_dateA
           INVALID KEY 
                DISPLAY "Il n'y a aucun pass d'ajouté " 
          "pour cet edition."
           NOT INVALID KEY
           MOVE 1 TO Wtrouve
             PERFORM WITH TEST AFTER UNTIL  Wfin = 1
                READ fpass NEXT RECORD
                AT END MOVE 1 TO Wfin
                NOT AT END
                 IF fp_dateA = dateA THEN
                   DELETE fpass END-DELETE
                 ELSE
                   MOVE 1 TO Wfin
                 END-IF
                END-READ
             END-PERFORM
             STRING 'SUPPRIMER_PASS_EDITION fp_dateA=' dateA
               DELIMITED BY SIZE INTO WauditCible
             PERFORM ENREGISTRER_AUDIT
           END-START
           CLOSE fpass
          CLOSE fpass.

       REECRIRE_PASS.
        PERFORM choix_MODIF_PASS
            EVALUATE choix
              WHEN 1 
                DELETE fpass
                DISPLAY 'Indiquer le nouveau nom : '
                WITH NO ADVANCING
                ACCEPT fp_nomPa
              WHEN 2 
                DELETE fpass
                DISPLAY 'Indiquer la nouvelle édition : '
                WITH NO ADVANCING
                ACCEPT fp_dateA
              WHEN 3
                DISPLAY 'Indiquer le nouveau prix : '
                WITH NO ADVANCING
                ACCEPT Wprix
                MOVE Wprix TO fp_prix
            END-EVALUATE
       IF choix = 1 OR choix = 2 THEN
         WRITE fpassTampon
         INVALID KEY
           DISPLAY "impossible de réécrire"
         NOT INVALID KEY
           DISPLAY "Pass modifié"
           STRING 'REECRIRE_PASS fp_dateA=' fp_dateA ' fp_nomPa='
             fp_nomPa DELIMITED BY SIZE INTO WauditCible
           PERFORM ENREGISTRER_AUDIT
         END-WRITE
       ELSE
         REWRITE fpassTampon
         INVALID KEY
           DISPLAY "impossible de réécrire"
         NOT INVALID KEY
           DISPLAY "Pass modifié"
           STRING 'REECRIRE_PASS fp_dateA=' fp_dateA ' fp_nomPa='
             fp_nomPa DELIMITED BY SIZE INTO WauditCible
           PERFORM ENREGISTRER_AUDIT
         END-REWRITE
       END-IF.


       AFFICHER_PASS.
        DISPLAY 'Nom                : ', fp_nomPa
        DISPLAY 'Edition            : ', fp_dateA
        DISPLAY 'Prix               : ', fp_prix
        DISPLAY '_________________________________________'.

      *> Sous-menu des tarifs par période de vente : plusieurs prix
      *> datés pour un même pass (ex : jusqu'au 31 mars, jusqu'au
      *> 30 juin, ensuite plein tarif fp_prix).
       GESTION_TARIFS.
        PERFORM WITH TEST AFTER UNTIL choix=0
         PERFORM WITH TEST AFTER UNTIL choix<9
              DISPLAY '  _____* Tarifs par période de vente *____'
              DISPLAY ' |Annuler                    :           0|'
              DISPLAY ' |Ajouter une période        :           1|'
              DISPLAY ' |Afficher les périodes d''un pass :      2|'
              DISPLAY ' |Supprimer une période      :           3|'
              DISPLAY ' |________________________________________|'
              DISPLAY 'Faites un choix : ' WITH NO ADVANCING
              ACCEPT choix
              EVALUATE choix
              WHEN 1 PERFORM AJOUTER_TARIF_PERIODE
              WHEN 2 PERFORM AFFICHER_TARIFS_PASS
              WHEN 3 PERFORM SUPPRIMER_TARIF_PERIODE
              END-EVALUATE
         END-PERFORM
        END-PERFORM.

       AJOUTER_TARIF_PERIODE.
        DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
        ACCEPT fp_dateA
        DISPLAY 'Indiquer le nom du pass : ' WITH NO ADVANCING
        ACCEPT fp_nomPa
        PERFORM VERIF_PASS_ID
        IF Wtrouve = 1 THEN
          OPEN I-O ftarifs
          MOVE fp_nomPa TO ft_nomPa
          MOVE fp_dateA TO ft_dateA
          PERFORM WITH TEST AFTER UNTIL ft_dateFin > 19000000
            DISPLAY 'Prix applicable jusqu''au (AAAAMMJJ) : '
            WITH NO ADVANCING
            ACCEPT ft_dateFin
          END-PERFORM
          PERFORM WITH TEST AFTER UNTIL ft_prix > 0
            DISPLAY 'Indiquer le prix de la période : '
            WITH NO ADVANCING
            ACCEPT ft_prix
          END-PERFORM
          WRITE ftarTampon
          INVALID KEY
            DISPLAY 'Une période existe déjà à cette date de fin.'
          NOT INVALID KEY
            DISPLAY 'Période de tarif enregistrée'
            STRING 'AJOUTER_TARIF_PERIODE ft_nomPa=' ft_nomPa
              ' ft_dateA=' ft_dateA ' ft_dateFin=' ft_dateFin
              DELIMITED BY SIZE INTO WauditCible
            PERFORM ENREGISTRER_AUDIT
          END-WRITE
          CLOSE ftarifs
        END-IF.

       AFFICHER_TARIFS_PASS.
        DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
        ACCEPT fp_dateA
        DISPLAY 'Indiquer le nom du pass : ' WITH NO ADVANCING
        ACCEPT fp_nomPa
        PERFORM VERIF_PASS_ID
        IF Wtrouve = 1 THEN
          MOVE 0 TO WtarFin
          MOVE 0 TO WtarTrouve
          OPEN INPUT ftarifs
          MOVE fp_nomPa TO ft_nomPa
          MOVE fp_dateA TO ft_dateA
          MOVE 0 TO ft_dateFin
          START ftarifs, KEY NOT < ft_cleTar
            INVALID KEY
              MOVE 1 TO WtarFin
          END-START
          PERFORM WITH TEST BEFORE UNTIL WtarFin = 1
            READ ftarifs NEXT RECORD
            AT END MOVE 1 TO WtarFin
            NOT AT END
              IF ft_nomPa = fp_nomPa AND ft_dateA = fp_dateA THEN
                DISPLAY 'Jusqu''au ', ft_dateFin, ' : ', ft_prix
                MOVE 1 TO WtarTrouve
              ELSE
                MOVE 1 TO WtarFin
              END-IF
            END-READ
          END-PERFORM
          CLOSE ftarifs
          IF WtarTrouve = 0 THEN
            DISPLAY 'Aucune période datée pour ce pass.'
          END-IF
          DISPLAY 'Ensuite plein tarif : ', fp_prix
        END-IF.

       SUPPRIMER_TARIF_PERIODE.
        OPEN I-O ftarifs
        DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
        ACCEPT ft_dateA
        DISPLAY 'Indiquer le nom du pass : ' WITH NO ADVANCING
        ACCEPT ft_nomPa
        DISPLAY 'Date de fin de la période (AAAAMMJJ) : '
        WITH NO ADVANCING
        ACCEPT ft_dateFin
        READ ftarifs
        INVALID KEY
          DISPLAY 'Aucune période à cette clé.'
        NOT INVALID KEY
          DELETE ftarifs RECORD
          INVALID KEY
            DISPLAY 'Impossible de supprimer la période'
          NOT INVALID KEY
            DISPLAY 'Période supprimée'
            STRING 'SUPPRIMER_TARIF_PERIODE ft_nomPa=' ft_nomPa
              ' ft_dateA=' ft_dateA ' ft_dateFin=' ft_dateFin
              DELIMITED BY SIZE INTO WauditCible
            PERFORM ENREGISTRER_AUDIT
          END-DELETE
        END-READ
        CLOSE ftarifs.

      *> Prix applicable à une vente datée (WtarDate, fp_nomPa et
      *> fp_dateA chargés) : première période dont la date de fin
      *> couvre la date de vente, sinon plein tarif fp_prix. Le
      *> résultat part dans WprixVente, à figer dans fres_prixVente.
       CALCULER_PRIX_VENTE.
        MOVE 0 TO WtarTrouve
        MOVE 0 TO WtarFin
        OPEN INPUT ftarifs
        MOVE fp_nomPa TO ft_nomPa
        MOVE fp_dateA TO ft_dateA
        MOVE 0 TO ft_dateFin
        START ftarifs, KEY NOT < ft_cleTar
          INVALID KEY
            MOVE 1 TO WtarFin
        END-START
        PERFORM WITH TEST BEFORE UNTIL WtarFin = 1
          READ ftarifs NEXT RECORD
          AT END MOVE 1 TO WtarFin
          NOT AT END
            IF ft_nomPa = fp_nomPa AND ft_dateA = fp_dateA THEN
              IF ft_dateFin >= WtarDate THEN
                MOVE ft_prix TO WprixVente
                MOVE 1 TO WtarTrouve
                MOVE 1 TO WtarFin
              END-IF
            ELSE
              MOVE 1 TO WtarFin
            END-IF
          END-READ
        END-PERFORM
        CLOSE ftarifs
        IF WtarTrouve = 0 THEN
          OPEN INPUT fpass
          READ fpass
            INVALID KEY MOVE 0 TO fp_prix
          END-READ
          CLOSE fpass
          MOVE fp_prix TO WprixVente
        END-IF.

      *> Prix dû pour la réservation chargée dans fresTampon : le prix
      *> figé à la vente, ou, pour les réservations antérieures au
      *> tarif figé, le tarif courant du pass. Une réduction de 100 %
      *> fige un prix nul : le motif de réduction le distingue d'une
      *> réservation ancienne sans prix figé.
       CHARGER_PRIX_RESERVATION.
        IF fres_prixVente > 0 OR fres_reducCode NOT = SPACES
            OR fres_typeAcces > 0 THEN
          MOVE fres_prixVente TO WprixDu
        ELSE
          MOVE fres_nomPa TO fp_nomPa
          MOVE fres_dateA TO fp_dateA
          OPEN INPUT fpass
          READ fpass
            INVALID KEY MOVE 0 TO fp_prix
          END-READ
          CLOSE fpass
          MOVE fp_prix TO WprixDu
        END-IF.

       CHOIX_MODIF_PASS. 
        PERFORM WITH TEST AFTER UNTIL choix<9                 
          DISPLAY '  ________* Modification des pass *_______'
          DISPLAY ' |Annuler             :                  0|'
          DISPLAY ' |Modifier le nom     :                  1|'
          DISPLAY ' |Modifier l''édition :                  2|'
          DISPLAY ' |Modifier le prix    :                  3|'
          DISPLAY ' |________________________________________|'
          DISPLAY 'Faites un choix : ' WITH NO ADVANCING
          ACCEPT choix
        END-PERFORM.

      *> Sous-menu des tarifs réduits : catégories (enfant, étudiant,
      *> demandeur d'emploi, PMR) et codes promo d'une édition, et
      *> rapport du manque à gagner par code et par catégorie.
       GESTION_REDUCTIONS.
        PERFORM WITH TEST AFTER UNTIL choix=0
         PERFORM WITH TEST AFTER UNTIL choix<9
              DISPLAY '  ____* Tarifs réduits et codes promo *___'
              DISPLAY ' |Annuler                    :           0|'
              DISPLAY ' |Ajouter une réduction      :           1|'
              DISPLAY ' |Afficher les réductions    :           2|'
              DISPLAY ' |Supprimer une réduction    :           3|'
              DISPLAY ' |Rapport des réductions     :           4|'
              DISPLAY ' |________________________________________|'
              DISPLAY 'Faites un choix : ' WITH NO ADVANCING
              ACCEPT choix
              EVALUATE choix
              WHEN 1 PERFORM AJOUTER_REDUCTION
              WHEN 2 PERFORM AFFICHER_REDUCTIONS_EDITION
              WHEN 3 PERFORM SUPPRIMER_REDUCTION
              WHEN 4 PERFORM RAPPORT_REDUCTIONS
              END-EVALUATE
         END-PERFORM
        END-PERFORM.

       AJOUTER_REDUCTION.
        MOVE 0 TO Wtrouve
        DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
        ACCEPT fe_dateA
        OPEN INPUT feditions
        PERFORM VERIF_EDITION
        CLOSE feditions
        IF Wtrouve = 0 THEN
          DISPLAY 'Edition pas trouvée'
        ELSE
          MOVE SPACES TO WredCode
          PERFORM WITH TEST AFTER UNTIL WredCode NOT = SPACES
            DISPLAY 'Code (ex : ENFANT, ETUDIANT, EMPLOI, PMR, ou le '
            'code promo) : ' WITH NO ADVANCING
            ACCEPT WredCode
          END-PERFORM
          MOVE FUNCTION UPPER-CASE(WredCode) TO WredCode
          OPEN I-O freductions
          MOVE fe_dateA TO fred_dateA
          MOVE WredCode TO fred_code
          READ freductions
          INVALID KEY
            MOVE 0 TO fred_type
            PERFORM WITH TEST AFTER UNTIL fred_type > 0 AND
                fred_type < 6
              DISPLAY 'Type (1 enfant, 2 étudiant, 3 demandeur '
              'd''emploi, 4 PMR, 5 code promo) : ' WITH NO ADVANCING
              ACCEPT fred_type
            END-PERFORM
            DISPLAY 'Libellé : ' WITH NO ADVANCING
            ACCEPT fred_libelle
            MOVE 0 TO fred_mode
            PERFORM WITH TEST AFTER UNTIL fred_mode = 1 OR
                fred_mode = 2
              DISPLAY 'Réduction en pourcentage (1) ou montant fixe '
              '(2) : ' WITH NO ADVANCING
              ACCEPT fred_mode
            END-PERFORM
            MOVE 0 TO fred_valeur
            PERFORM WITH TEST AFTER UNTIL fred_valeur > 0 AND
                (fred_mode = 2 OR fred_valeur <= 100)
              DISPLAY 'Valeur de la réduction : ' WITH NO ADVANCING
              ACCEPT fred_valeur
            END-PERFORM
            MOVE 0 TO fred_ageMax
            IF fred_type = 1 THEN
              PERFORM WITH TEST AFTER UNTIL fred_ageMax > 0
                DISPLAY 'Age maximum de l''enfant l''année de '
                'l''édition : ' WITH NO ADVANCING
                ACCEPT fred_ageMax
              END-PERFORM
            END-IF
      *> Pass applicables : jusqu'à cinq codes de pass ; aucun saisi
      *> (0 d'emblée) = réduction valable sur tous les pass.
            PERFORM VARYING WredIdx FROM 1 BY 1 UNTIL WredIdx > 5
              MOVE 0 TO fred_passApplic(WredIdx)
            END-PERFORM
            MOVE fe_dateA TO fp_dateA
            MOVE 1 TO WredIdx
            MOVE 1 TO fp_nomPa
            PERFORM WITH TEST AFTER UNTIL fp_nomPa = 0 OR WredIdx > 5
              DISPLAY 'Pass concerné (0 pour terminer, 0 d''emblée '
              '= tous les pass) : ' WITH NO ADVANCING
              ACCEPT fp_nomPa
              IF fp_nomPa NOT = 0 THEN
                PERFORM VERIF_PASS_ID
                IF Wtrouve = 1 THEN
                  MOVE fp_nomPa TO fred_passApplic(WredIdx)
                  ADD 1 TO WredIdx
                END-IF
              END-IF
            END-PERFORM
            DISPLAY 'Quota (nombre maximum, 0 = sans limite) : '
            WITH NO ADVANCING
            ACCEPT fred_quota
            DISPLAY 'Date limite (AAAAMMJJ, 0 = sans limite) : '
            WITH NO ADVANCING
            ACCEPT fred_dateLimite
            MOVE 0 TO fred_utilises
            MOVE fe_dateA TO fred_dateA
            MOVE WredCode TO fred_code
            WRITE fredTampon
            INVALID KEY
              DISPLAY 'Impossible d''enregistrer la réduction'
            NOT INVALID KEY
              DISPLAY 'Réduction enregistrée'
              STRING 'AJOUTER_REDUCTION fred_dateA=' fred_dateA
                ' fred_code=' fred_code
                DELIMITED BY SIZE INTO WauditCible
              PERFORM ENREGISTRER_AUDIT
            END-WRITE
          NOT INVALID KEY
            DISPLAY 'Ce code existe déjà pour cette édition.'
          END-READ
          CLOSE freductions
        END-IF.

       AFFICHER_REDUCTION.
        EVALUATE fred_type
          WHEN 1 MOVE 'enfant' TO WredTypeLib
          WHEN 2 MOVE 'étudiant' TO WredTypeLib
          WHEN 3 MOVE 'demandeur d''emploi' TO WredTypeLib
          WHEN 4 MOVE 'PMR' TO WredTypeLib
          WHEN OTHER MOVE 'code promo' TO WredTypeLib
        END-EVALUATE
        DISPLAY 'Code               : ', fred_code
        DISPLAY 'Type               : ', WredTypeLib
        DISPLAY 'Libellé            : ', fred_libelle
        IF fred_mode = 1 THEN
          DISPLAY 'Réduction          : ', fred_valeur, ' %'
        ELSE
          DISPLAY 'Réduction          : ', fred_valeur, ' (montant)'
        END-IF
        IF fred_type = 1 THEN
          DISPLAY 'Age maximum        : ', fred_ageMax
        END-IF
        IF fred_passApplic(1) = 0 THEN
          DISPLAY 'Pass concernés     : tous'
        ELSE
          DISPLAY 'Pass concernés     : ', fred_passApplic(1), ' ',
            fred_passApplic(2), ' ', fred_passApplic(3), ' ',
            fred_passApplic(4), ' ', fred_passApplic(5)
        END-IF
        DISPLAY 'Accordées / quota  : ', fred_utilises, ' / ',
          fred_quota
        DISPLAY 'Date limite        : ', fred_dateLimite
        DISPLAY '_________________________________________'.

       AFFICHER_REDUCTIONS_EDITION.
        DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
        ACCEPT fred_dateA
        MOVE fred_dateA TO dateA
        MOVE 0 TO WredFin
        OPEN INPUT freductions
        START freductions, KEY = fred_dateA
          INVALID KEY
            DISPLAY 'Aucune réduction pour cette édition.'
          NOT INVALID KEY
            PERFORM WITH TEST AFTER UNTIL WredFin = 1
              READ freductions NEXT RECORD
              AT END MOVE 1 TO WredFin
              NOT AT END
                IF fred_dateA = dateA THEN
                  PERFORM AFFICHER_REDUCTION
                ELSE
                  MOVE 1 TO WredFin
                END-IF
              END-READ
            END-PERFORM
        END-START
        CLOSE freductions.

      *> Une réduction déjà accordée reste en fichier : le rapport du
      *> manque à gagner en a besoin. Pour la fermer, on la laisse
      *> expirer par sa date limite.
       SUPPRIMER_REDUCTION.
        OPEN I-O freductions
        DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
        ACCEPT fred_dateA
        DISPLAY 'Indiquer le code : ' WITH NO ADVANCING
        ACCEPT WredCode
        MOVE FUNCTION UPPER-CASE(WredCode) TO fred_code
        READ freductions
        INVALID KEY
          DISPLAY 'Aucune réduction à ce code.'
        NOT INVALID KEY
          IF fred_utilises > 0 THEN
            DISPLAY 'Réduction déjà accordée ', fred_utilises,
              ' fois : suppression refusée.'
          ELSE
            DELETE freductions RECORD
            INVALID KEY
              DISPLAY 'Impossible de supprimer la réduction'
            NOT INVALID KEY
              DISPLAY 'Réduction supprimée'
              STRING 'SUPPRIMER_REDUCTION fred_dateA=' fred_dateA
                ' fred_code=' fred_code
                DELIMITED BY SIZE INTO WauditCible
              PERFORM ENREGISTRER_AUDIT
            END-DELETE
          END-IF
        END-READ
        CLOSE freductions.

      *> Saisie du code de réduction à la vente (fres_dateA,
      *> fres_nomPa, WredNaissance et WredDate chargés ; WredLot = 1
      *> depuis une commande groupée). Redemande tant que le code est
      *> refusé ; vide = plein tarif. Laisse le code retenu dans
      *> WredCode pour APPLIQUER_REDUCTION.
       SAISIR_REDUCTION.
        MOVE 0 TO WredOk
        PERFORM WITH TEST AFTER UNTIL WredOk = 1 OR WredCode = SPACES
          MOVE SPACES TO WredCode
          DISPLAY 'Code de réduction ou catégorie (vide = plein '
          'tarif) : ' WITH NO ADVANCING
          ACCEPT WredCode
          IF WredCode NOT = SPACES THEN
            MOVE FUNCTION UPPER-CASE(WredCode) TO WredCode
      *> Dans un lot, la date de naissance par défaut est celle de
      *> l'acheteur : pour un tarif enfant on demande celle de
      *> l'enfant avant le contrôle d'âge.
            IF WredLot = 1 THEN
              PERFORM LIRE_REDUCTION
              IF WredOk = 1 AND fred_type = 1 THEN
                MOVE 0 TO WredNaissance
                PERFORM WITH TEST AFTER UNTIL WredNaissance > 0
                  DISPLAY 'Date de naissance de l''enfant (JJMMAAAA) : '
                  WITH NO ADVANCING
                  ACCEPT WredNaissance
                END-PERFORM
              END-IF
            END-IF
            PERFORM CONTROLER_REDUCTION
            IF WredOk = 0 THEN
              DISPLAY 'Réduction refusée : ', WredMotif
            ELSE
              DISPLAY 'Réduction retenue : ', fred_libelle
              IF fred_type > 1 AND fred_type < 5 THEN
                DISPLAY 'Justificatif à présenter au contrôle '
                'd''accès.'
              END-IF
            END-IF
          END-IF
        END-PERFORM.

      *> Lecture de la réduction WredCode pour l'édition fres_dateA ;
      *> WredOk = 0 quand le code n'existe pas.
       LIRE_REDUCTION.
        MOVE 1 TO WredOk
        OPEN INPUT freductions
        MOVE fres_dateA TO fred_dateA
        MOVE WredCode TO fred_code
        READ freductions
          INVALID KEY
            MOVE 0 TO WredOk
            MOVE 'code inconnu pour cette édition' TO WredMotif
        END-READ
        CLOSE freductions.

      *> Contrôles de la réduction WredCode pour la vente en cours :
      *> date limite, quota (compte tenu des WredEnCours déjà pris
      *> dans le même lot), pass concerné et âge de l'enfant
      *> l'année de l'édition, calculé comme RAPPORT_DEMOGRAPHIE.
       CONTROLER_REDUCTION.
        PERFORM LIRE_REDUCTION
        MOVE 0 TO WredEnCours
        IF WredLot = 1 THEN
          PERFORM VARYING WredIdx FROM 1 BY 1 UNTIL WredIdx >= WcmdNb
            IF WcmdRedT(WredIdx) = WredCode THEN
              ADD 1 TO WredEnCours
            END-IF
          END-PERFORM
        END-IF
        IF WredOk = 1 AND fred_dateLimite > 0 AND
            WredDate > fred_dateLimite THEN
          MOVE 0 TO WredOk
          MOVE 'date limite dépassée' TO WredMotif
        END-IF
        IF WredOk = 1 AND fred_quota > 0 AND
            fred_utilises + WredEnCours >= fred_quota THEN
          MOVE 0 TO WredOk
          MOVE 'quota épuisé' TO WredMotif
        END-IF
        IF WredOk = 1 AND fred_passApplic(1) > 0 THEN
          MOVE 0 TO WredOk
          MOVE 'pass non concerné par cette réduction' TO WredMotif
          PERFORM VARYING WredIdx FROM 1 BY 1 UNTIL WredIdx > 5
            IF fred_passApplic(WredIdx) = fres_nomPa THEN
              MOVE 1 TO WredOk
            END-IF
          END-PERFORM
        END-IF
        IF WredOk = 1 AND fred_type = 1 THEN
          MOVE WredNaissance(5:4) TO WredAnneeN
          COMPUTE WredAge = fred_dateA - WredAnneeN
          IF WredNaissance = 0 OR WredAge > fred_ageMax THEN
            MOVE 0 TO WredOk
            MOVE 'âge au-delà du tarif enfant' TO WredMotif
          END-IF
        END-IF.

      *> Applique au prix WprixVente la réduction WredCode retenue
      *> (vide = plein tarif) et fige motif et montant retiré dans
      *> fres_reducCode et fres_remise.
       APPLIQUER_REDUCTION.
        MOVE SPACES TO fres_reducCode
        MOVE 0 TO fres_remise
        IF WredCode NOT = SPACES THEN
          OPEN INPUT freductions
          MOVE fres_dateA TO fred_dateA
          MOVE WredCode TO fred_code
          READ freductions
          INVALID KEY
            DISPLAY 'Réduction ', WredCode, ' introuvable : plein '
            'tarif appliqué.'
          NOT INVALID KEY
            IF fred_mode = 1 THEN
              COMPUTE WredRemise ROUNDED =
                WprixVente * fred_valeur / 100
            ELSE
              MOVE fred_valeur TO WredRemise
            END-IF
            IF WredRemise > WprixVente THEN
              MOVE WprixVente TO WredRemise
            END-IF
            SUBTRACT WredRemise FROM WprixVente
            MOVE WredCode TO fres_reducCode
            MOVE WredRemise TO fres_remise
          END-READ
          CLOSE freductions
        END-IF.

      *> Compteur de réductions accordées, tenu sous verrou à
      *> l'écriture de la réservation (CONSOMMER) et rendu à son
      *> annulation (LIBERER) pour que le quota reflète les ventes.
       CONSOMMER_REDUCTION.
        IF fres_reducCode NOT = SPACES THEN
          OPEN I-O freductions
          MOVE fres_dateA TO fred_dateA
          MOVE fres_reducCode TO fred_code
          READ freductions
          NOT INVALID KEY
            ADD 1 TO fred_utilises
            REWRITE fredTampon END-REWRITE
          END-READ
          CLOSE freductions
        END-IF.

       LIBERER_REDUCTION.
        IF fres_reducCode NOT = SPACES THEN
          OPEN I-O freductions
          MOVE fres_dateA TO fred_dateA
          MOVE fres_reducCode TO fred_code
          READ freductions
          NOT INVALID KEY
            IF fred_utilises > 0 THEN
              SUBTRACT 1 FROM fred_utilises
              REWRITE fredTampon END-REWRITE
            END-IF
          END-READ
          CLOSE freductions
        END-IF.

      *> Rapport des réductions d'une édition : pour chaque code, le
      *> nombre de pass vendus avec la réduction et le manque à
      *> gagner (somme des fres_remise figées), puis les mêmes
      *> totaux par catégorie. Export point-virgule comme
      *> RAPPORT_DEMOGRAPHIE.
       RAPPORT_REDUCTIONS.
        MOVE 0 TO Wtrouve
        DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
        ACCEPT fe_dateA
        OPEN INPUT feditions
        PERFORM VERIF_EDITION
        CLOSE feditions
        IF Wtrouve = 0 THEN
          DISPLAY 'Edition pas trouvée'
        ELSE
          MOVE fe_dateA TO dateA
          MOVE 0 TO WredNb
          PERFORM VARYING WredIdx FROM 1 BY 1 UNTIL WredIdx > 5
            MOVE 0 TO WredCatPass(WredIdx)
            MOVE 0 TO WredCatManque(WredIdx)
          END-PERFORM
          OPEN INPUT freductions
          MOVE dateA TO fred_dateA
          MOVE 0 TO WredFin
          START freductions, KEY = fred_dateA
            INVALID KEY
              MOVE 1 TO WredFin
          END-START
          PERFORM WITH TEST BEFORE UNTIL WredFin = 1
            READ freductions NEXT RECORD
            AT END MOVE 1 TO WredFin
            NOT AT END
              IF fred_dateA = dateA AND WredNb < 40 THEN
                ADD 1 TO WredNb
                MOVE fred_code TO WredCodeT(WredNb)
                MOVE fred_type TO WredTypeT(WredNb)
                MOVE 0 TO WredPassT(WredNb)
                MOVE 0 TO WredManqueT(WredNb)
              ELSE
                MOVE 1 TO WredFin
              END-IF
            END-READ
          END-PERFORM
          CLOSE freductions

          OPEN INPUT freservations
          MOVE dateA TO fres_dateA
          MOVE 0 TO Wfin
          START freservations, KEY = fres_dateA
            INVALID KEY
              MOVE 1 TO Wfin
          END-START
          PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ freservations NEXT RECORD
            AT END MOVE 1 TO Wfin
            NOT AT END
              IF fres_dateA = dateA THEN
                IF fres_reducCode NOT = SPACES THEN
                  MOVE 0 TO WredIdx
                  PERFORM VARYING WjIdx FROM 1 BY 1
                      UNTIL WjIdx > WredNb OR WredIdx > 0
                    IF WredCodeT(WjIdx) = fres_reducCode THEN
                      MOVE WjIdx TO WredIdx
                    END-IF
                  END-PERFORM
                  IF WredIdx > 0 THEN
                    ADD 1 TO WredPassT(WredIdx)
                    ADD fres_remise TO WredManqueT(WredIdx)
                    IF WredTypeT(WredIdx) > 0 THEN
                      ADD 1 TO WredCatPass(WredTypeT(WredIdx))
                      ADD fres_remise
                        TO WredCatManque(WredTypeT(WredIdx))
                    END-IF
                  END-IF
                END-IF
              ELSE
                MOVE 1 TO Wfin
              END-IF
            END-READ
          END-PERFORM
          CLOSE freservations

          MOVE SPACES TO WexportFile
          STRING 'reductions_' dateA '.txt' DELIMITED BY SIZE
            INTO WexportFile
          OPEN OUTPUT fexport
          MOVE SPACES TO WexportLine
          STRING 'Edition;' dateA DELIMITED BY SIZE INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          MOVE SPACES TO WexportLine
          STRING 'Code;Type;Pass;ManqueAGagner' DELIMITED BY SIZE
            INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          DISPLAY '  ______* Réductions de l''édition ', dateA,
            ' *______'
          MOVE 0 TO WredTotPass
          MOVE 0 TO WredTotManque
          PERFORM VARYING WredIdx FROM 1 BY 1 UNTIL WredIdx > WredNb
            DISPLAY ' ', WredCodeT(WredIdx), ' : ', WredPassT(WredIdx),
              ' pass, manque à gagner ', WredManqueT(WredIdx)
            MOVE SPACES TO WexportLine
            STRING FUNCTION TRIM(WredCodeT(WredIdx)) ';'
              WredTypeT(WredIdx) ';' WredPassT(WredIdx) ';'
              WredManqueT(WredIdx) DELIMITED BY SIZE INTO WexportLine
            WRITE fexpTampon FROM WexportLine
            ADD WredPassT(WredIdx) TO WredTotPass
            ADD WredManqueT(WredIdx) TO WredTotManque
          END-PERFORM
          MOVE SPACES TO WexportLine
          STRING 'Categorie;Pass;ManqueAGagner' DELIMITED BY SIZE
            INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          PERFORM VARYING WredIdx FROM 1 BY 1 UNTIL WredIdx > 5
            EVALUATE WredIdx
              WHEN 1 MOVE 'enfant' TO WredTypeLib
              WHEN 2 MOVE 'etudiant' TO WredTypeLib
              WHEN 3 MOVE 'demandeur d''emploi' TO WredTypeLib
              WHEN 4 MOVE 'PMR' TO WredTypeLib
              WHEN OTHER MOVE 'code promo' TO WredTypeLib
            END-EVALUATE
            MOVE SPACES TO WexportLine
            STRING FUNCTION TRIM(WredTypeLib) ';'
              WredCatPass(WredIdx) ';' WredCatManque(WredIdx)
              DELIMITED BY SIZE INTO WexportLine
            WRITE fexpTampon FROM WexportLine
          END-PERFORM
          MOVE SPACES TO WexportLine
          STRING 'Total;' WredTotPass ';' WredTotManque
            DELIMITED BY SIZE INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          CLOSE fexport
          DISPLAY 'Total : ', WredTotPass, ' pass, manque à gagner ',
            WredTotManque
          DISPLAY 'Rapport des réductions exporté dans ', WexportFile
        END-IF.



      *>Gestion des groupes
       GESTION_GROUPES.
        PERFORM WITH TEST AFTER UNTIL choix=0
         PERFORM WITH TEST AFTER UNTIL choix<5                 
              DISPLAY '  ____* Menu de gestion des groupes *_____'
              DISPLAY ' |Revenir au menu principal            : 0| '
              DISPLAY ' |Ajouter un groupe                    : 1|'
              DISPLAY ' |Afficher les groupes                 : 2|'
              DISPLAY ' |Supprimer un groupe                  : 3|'
              DISPLAY ' |Modifier un groupe                   : 4|'
              DISPLAY ' |Afficher le nombre de groupe/edition : 5|'
              DISPLAY ' |Evolution deux années successives    : 6|'
              DISPLAY ' |Moyenne d''artistes par édition       : 7|'
              DISPLAY ' |Gestion des contrats                 : 8|'
              DISPLAY ' |________________________________________|'
              DISPLAY 'Faites un choix : ' WITH NO ADVANCING
              ACCEPT choix
      *> La comptabilité (4) n'entre ici que pour les contrats ; les
      *> écritures sur les groupes restent à la programmation (3).
              EVALUATE choix
              WHEN 1 MOVE '35' TO WdroitProfils
                     PERFORM VERIF_DROIT
                     IF WdroitOk = 1 THEN
                       PERFORM AJOUTER_GROUPE
                     END-IF
              WHEN 2 PERFORM AFFICHER_GROUPES
              WHEN 3 MOVE '35' TO WdroitProfils
                     PERFORM VERIF_DROIT
                     IF WdroitOk = 1 THEN
                       PERFORM SUPPRIMER_GROUPE
                     END-IF
              WHEN 4 MOVE '35' TO WdroitProfils
                     PERFORM VERIF_DROIT
                     IF WdroitOk = 1 THEN
                       PERFORM MODIFIER_GROUPE
                     END-IF
              WHEN 5 PERFORM NB_ARTISTE_EDITION
              WHEN 6 PERFORM EVO_ARTISTE_EDITION
              WHEN 7 PERFORM MOY_NB_ARTISTE
              WHEN 8 PERFORM GESTION_CONTRATS
              END-EVALUATE
        END-PERFORM
       END-PERFORM.
              
       AJOUTER_GROUPE.
              MOVE 'n' to quitter
              DISPLAY "____________* Nouveau groupe *__________"
              PERFORM WITH TEST AFTER UNTIL Wtrouve = 0 AND nomGr IS NOT = ' '
                    DISPLAY 'Indiquer le nom du groupe : '
                    WITH NO ADVANCING
                ACCEPT nomGr
                  IF nomGr = ' ' THEN
                  DISPLAY 'Le nom ne peut être vide !!'
                  ELSE
                  OPEN INPUT fgroupes
                  PERFORM VERIF_NOM_GROUPE
                  CLOSE fgroupes
                END-IF
                IF Wtrouve = 1 THEN
                  DISPLAY 'le groupe existe dèjà !!'
                  DISPLAY 'voulez-vous quitter ? (n/o)'
                  ACCEPT quitter
                  IF quitter = 'o' THEN
                    MOVE 0 TO Wtrouve
                  END-IF
                END-IF
              END-PERFORM
              IF quitter = 'n' THEN
              MOVE nomGr TO fg_nom
              PERFORM WITH TEST AFTER UNTIL fg_style IS NOT = ' '
              DISPLAY 'Indiquer le style du groupe : '
              WITH NO ADVANCING
              ACCEPT fg_style
              END-PERFORM
              OPEN I-O fgroupes
              WRITE fgTampon
              INVALID KEY
                DISPLAY 'Impossible d''ajouter le groupe'
              NOT INVALID KEY
                DISPLAY 'Groupe ajouté'
                STRING 'AJOUTER_GROUPE fg_nom=' fg_nom
                  DELIMITED BY SIZE INTO WauditCible
                PERFORM ENREGISTRER_AUDIT
              END-WRITE
              CLOSE fgroupes
              END-IF.

       VERIF_NOM_GROUPE.
      *> fgroupes est indexé sur fg_nom : un accès direct remplace le
      *> balayage séquentiel complet utilisé avant la conversion.
              MOVE 0 TO Wtrouve
              MOVE nomGr TO fg_nom
              READ fgroupes
                INVALID KEY
                  MOVE 0 TO Wtrouve
                NOT INVALID KEY
                  MOVE 1 TO Wtrouve
              END-READ.

        AFFICHER_GROUPES.
              OPEN INPUT fgroupes
              MOVE 0 TO Wfin
              DISPLAY '|____________________* Affichage des groupes  *_______________|'
              DISPLAY '|Groupe                        |Style                         |'
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fgroupes NEXT RECORD
                AT END MOVE 1 TO Wfin
                NOT AT END
                  DISPLAY '|',fg_nom,'|',fg_style,'|'
              END-READ
              END-PERFORM
              DISPLAY '|______________________________|______________________________|'
              CLOSE fgroupes.

       SUPPRIMER_GROUPE.
      *> fgroupes étant indexé sur fg_nom, on supprime directement
      *> l'enregistrement au lieu de recopier le fichier sans lui
      *> (ancien mécanisme groupes_temp.dat).
              OPEN I-O fgroupes
              DISPLAY 'Indiquer le nom du groupe : '
              WITH NO ADVANCING
              ACCEPT nomGr
              MOVE nomGr TO fg_nom
              READ fgroupes
                INVALID KEY
                  DISPLAY 'le groupe n''existe pas'
                NOT INVALID KEY
                  DISPLAY 'groupe trouvé'
                  DELETE fgroupes RECORD
                    INVALID KEY
                      DISPLAY 'Impossible de supprimer le groupe'
                    NOT INVALID KEY
                      DISPLAY 'Groupe supprimé'
                      STRING 'SUPPRIMER_GROUPE fg_nom=' nomGr
                        DELIMITED BY SIZE INTO WauditCible
                      PERFORM ENREGISTRER_AUDIT
                  END-DELETE
              END-READ
              CLOSE fgroupes.

       MODIFIER_GROUPE.
      *> fgroupes étant indexé sur fg_nom, on modifie l'enregistrement
      *> directement ; un changement de nom passe par une suppression
      *> suivie d'une réécriture sous la nouvelle clé, le nom étant
      *> la clé d'accès du fichier.
              OPEN I-O fgroupes
              DISPLAY 'Indiquer le nom du groupe : '
              WITH NO ADVANCING
              ACCEPT nomGr
              MOVE nomGr TO fg_nom
              READ fgroupes
                INVALID KEY
                  MOVE 0 TO Wtrouve
                NOT INVALID KEY
                  MOVE 1 TO Wtrouve
                  DISPLAY 'trouvé'
              END-READ
              IF Wtrouve = 1
                MOVE 0 to choixMenu
              PERFORM WITH TEST AFTER UNTIL choixMenu>0 OR choixMenu<=2
                DISPLAY '  _______* Modification des groupes *_____'
                DISPLAY ' |Annuler             :                  0|'
                DISPLAY ' |Modifier le nom     :                  1|'
                DISPLAY ' |Modifier le style   :                  2|'
                DISPLAY ' |________________________________________|'
                DISPLAY 'Faites un choix : ' WITH NO ADVANCING
              ACCEPT choixMenu
              EVALUATE choixMenu
              WHEN 1
                DISPLAY 'Indiquer le nouveau nom : '
                WITH NO ADVANCING
                ACCEPT nomGr
                MOVE fg_style to styleGr
              WHEN 2
                DISPLAY 'Indiquer le nouveau style : '
                WITH NO ADVANCING
                ACCEPT styleGr
                MOVE fg_nom to nomGr
              END-EVALUATE
              END-PERFORM
              IF nomGr NOT = fg_nom THEN
                MOVE fg_nom TO WgAncienNom
                MOVE nomGr TO fg_nom
                READ fgroupes
                  INVALID KEY
                    MOVE WgAncienNom TO fg_nom
                    DELETE fgroupes RECORD END-DELETE
                    MOVE nomGr to fg_nom
                    MOVE styleGr to fg_style
                    WRITE fgTampon
                      INVALID KEY DISPLAY 'groupe non enregistré'
                      NOT INVALID KEY
                        DISPLAY 'groupe modifié'
                        STRING 'MODIFIER_GROUPE fg_nom=' fg_nom
                          DELIMITED BY SIZE INTO WauditCible
                        PERFORM ENREGISTRER_AUDIT
                    END-WRITE
                  NOT INVALID KEY
                    DISPLAY 'Un groupe porte déjà ce nom, renommage annulé'
                END-READ
              ELSE
                MOVE styleGr to fg_style
                REWRITE fgTampon
                  INVALID KEY DISPLAY 'groupe non enregistré'
                  NOT INVALID KEY
                    DISPLAY 'groupe modifié'
                    STRING 'MODIFIER_GROUPE fg_nom=' fg_nom
                      DELIMITED BY SIZE INTO WauditCible
                    PERFORM ENREGISTRER_AUDIT
                END-REWRITE
              END-IF
              ELSE
                DISPLAY 'le groupe n''existe pas'
              END-IF
              CLOSE fgroupes.

      *> Sous-menu des contrats : un contrat par groupe et par
      *> édition, avec acompte à la signature, solde après la
      *> représentation et frais de rider, chacun avec sa date
      *> d'échéance et son statut de paiement.
       GESTION_CONTRATS.
        PERFORM WITH TEST AFTER UNTIL choix=0
         PERFORM WITH TEST AFTER UNTIL choix<9
              DISPLAY '  ______* Gestion des contrats *__________'
              DISPLAY ' |Annuler                    :           0|'
              DISPLAY ' |Ajouter un contrat         :           1|'
              DISPLAY ' |Afficher les contrats      :           2|'
              DISPLAY ' |Pointer un paiement        :           3|'
              DISPLAY ' |Rapport des échéances      :           4|'
              DISPLAY ' |Quota d''invités du groupe  :           5|'
              DISPLAY ' |Accueil (hôtels, navettes) :           6|'
              DISPLAY ' |________________________________________|'
              DISPLAY 'Faites un choix : ' WITH NO ADVANCING
              ACCEPT choix
              EVALUATE choix
              WHEN 1 PERFORM AJOUTER_CONTRAT
              WHEN 2 PERFORM AFFICHER_CONTRATS_EDITION
              WHEN 3 PERFORM POINTER_PAIEMENT_CONTRAT
              WHEN 4 PERFORM RAPPORT_ECHEANCES_CONTRATS
              WHEN 5 PERFORM MODIFIER_QUOTA_INVITES
              WHEN 6 PERFORM GESTION_LOGISTIQUE
              END-EVALUATE
         END-PERFORM
        END-PERFORM.

       AJOUTER_CONTRAT.
              MOVE 0 TO Wtrouve
              PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                DISPLAY 'Indiquer le nom du groupe : '
                WITH NO ADVANCING
                ACCEPT nomGr
                OPEN INPUT fgroupes
                PERFORM VERIF_NOM_GROUPE
                CLOSE fgroupes
                IF Wtrouve = 0 THEN
                  DISPLAY 'le groupe n''existe pas'
                END-IF
              END-PERFORM
              MOVE 0 TO Wtrouve
              PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
                ACCEPT fe_dateA
                OPEN INPUT feditions
                PERFORM VERIF_EDITION
                CLOSE feditions
                IF Wtrouve = 0 THEN
                  DISPLAY 'Edition pas trouvée'
                END-IF
              END-PERFORM
              OPEN I-O fcontrats
              MOVE nomGr TO fc_nomGr
              MOVE fe_dateA TO fc_dateA
              READ fcontrats
              INVALID KEY
                MOVE 0 TO fc_cachetTotal
                PERFORM WITH TEST AFTER UNTIL fc_cachetTotal > 0
                  DISPLAY 'Indiquer le cachet total : '
                  WITH NO ADVANCING
                  ACCEPT fc_cachetTotal
                END-PERFORM
                MOVE 0 TO fc_acompte
                PERFORM WITH TEST AFTER UNTIL
                    fc_acompte <= fc_cachetTotal
                  DISPLAY 'Indiquer l''acompte à la signature : '
                  WITH NO ADVANCING
                  ACCEPT fc_acompte
                END-PERFORM
                DISPLAY 'Indiquer les frais de rider : '
                WITH NO ADVANCING
                ACCEPT fc_coutRider
                DISPLAY 'Date de signature (AAAAMMJJ) : '
                WITH NO ADVANCING
                ACCEPT fc_dateSignature
                DISPLAY 'Echéance de l''acompte (AAAAMMJJ) : '
                WITH NO ADVANCING
                ACCEPT fc_echAcompte
                DISPLAY 'Echéance du solde (AAAAMMJJ) : '
                WITH NO ADVANCING
                ACCEPT fc_echSolde
                DISPLAY 'Invités du groupe par jour (accréditations) : '
                WITH NO ADVANCING
                ACCEPT fc_quotaInvites
                MOVE 0 TO fc_statutAcompte
                MOVE 0 TO fc_statutSolde
                WRITE fcTampon
                INVALID KEY
                  DISPLAY 'Impossible d''enregistrer le contrat'
                NOT INVALID KEY
                  DISPLAY 'Contrat enregistré'
                  STRING 'AJOUTER_CONTRAT fc_nomGr=' fc_nomGr
                    ' fc_dateA=' fc_dateA
                    DELIMITED BY SIZE INTO WauditCible
                  PERFORM ENREGISTRER_AUDIT
                END-WRITE
              NOT INVALID KEY
                DISPLAY 'Un contrat existe déjà pour ce groupe et '
                'cette édition.'
              END-READ
              CLOSE fcontrats.

       AFFICHER_CONTRAT.
        DISPLAY 'Groupe             : ', fc_nomGr
        DISPLAY 'Edition            : ', fc_dateA
        DISPLAY 'Cachet total       : ', fc_cachetTotal
        DISPLAY 'Frais de rider     : ', fc_coutRider
        DISPLAY 'Signé le           : ', fc_dateSignature
        IF fc_statutAcompte = 1 THEN
          DISPLAY 'Acompte            : ', fc_acompte, ' payé'
        ELSE
          DISPLAY 'Acompte            : ', fc_acompte,
            ' dû pour le ', fc_echAcompte
        END-IF
        IF fc_statutSolde = 1 THEN
          DISPLAY 'Solde              : payé'
        ELSE
          DISPLAY 'Solde              : dû pour le ', fc_echSolde
        END-IF
        DISPLAY 'Invités par jour   : ', fc_quotaInvites
        DISPLAY '_________________________________________'.

       AFFICHER_CONTRATS_EDITION.
              OPEN INPUT fcontrats
              MOVE 0 TO WconFin
              DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
              ACCEPT fc_dateA
              MOVE fc_dateA TO dateA
              START fcontrats, KEY = fc_dateA
                INVALID KEY
                  DISPLAY 'Aucun contrat pour cette édition.'
                NOT INVALID KEY
                  PERFORM WITH TEST AFTER UNTIL WconFin = 1
                    READ fcontrats NEXT RECORD
                    AT END MOVE 1 TO WconFin
                    NOT AT END
                      IF fc_dateA = dateA THEN
                        PERFORM AFFICHER_CONTRAT
                      ELSE
                        MOVE 1 TO WconFin
                      END-IF
                    END-READ
                  END-PERFORM
              END-START
              CLOSE fcontrats.

      *> Pointe une échéance payée (acompte ou solde) sur le contrat
      *> d'un groupe pour une édition ; tracé dans le journal d'audit
      *> comme les autres écritures des menus GESTION_*.
       POINTER_PAIEMENT_CONTRAT.
              OPEN I-O fcontrats
              DISPLAY 'Indiquer le nom du groupe : ' WITH NO ADVANCING
              ACCEPT fc_nomGr
              DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
              ACCEPT fc_dateA
              READ fcontrats
              INVALID KEY
                DISPLAY 'Aucun contrat pour ce groupe et cette édition.'
              NOT INVALID KEY
                PERFORM AFFICHER_CONTRAT
                PERFORM WITH TEST AFTER UNTIL WconChoix < 3
                  DISPLAY 'Pointer quel paiement ? (0 annuler, '
                  '1 acompte, 2 solde) : ' WITH NO ADVANCING
                  ACCEPT WconChoix
                END-PERFORM
                EVALUATE WconChoix
                WHEN 1 MOVE 1 TO fc_statutAcompte
                WHEN 2 MOVE 1 TO fc_statutSolde
                END-EVALUATE
                IF WconChoix > 0 THEN
                  REWRITE fcTampon
                  INVALID KEY
                    DISPLAY 'Impossible de mettre à jour le contrat'
                  NOT INVALID KEY
                    DISPLAY 'Contrat mis à jour'
                    STRING 'POINTER_PAIEMENT_CONTRAT fc_nomGr='
                      fc_nomGr ' fc_dateA=' fc_dateA ' echeance='
                      WconChoix DELIMITED BY SIZE INTO WauditCible
                    PERFORM ENREGISTRER_AUDIT
                  END-REWRITE
                END-IF
              END-READ
              CLOSE fcontrats.

      *> Nombre d'invités par jour accordé au groupe par son contrat :
      *> plafond des accréditations de type 3 à son nom.
       MODIFIER_QUOTA_INVITES.
              OPEN I-O fcontrats
              DISPLAY 'Indiquer le nom du groupe : ' WITH NO ADVANCING
              ACCEPT fc_nomGr
              DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
              ACCEPT fc_dateA
              READ fcontrats
              INVALID KEY
                DISPLAY 'Aucun contrat pour ce groupe et cette édition.'
              NOT INVALID KEY
                DISPLAY 'Invités par jour actuels : ', fc_quotaInvites
                DISPLAY 'Nouveau nombre d''invités par jour : '
                WITH NO ADVANCING
                ACCEPT fc_quotaInvites
                REWRITE fcTampon
                INVALID KEY
                  DISPLAY 'Impossible de mettre à jour le contrat'
                NOT INVALID KEY
                  DISPLAY 'Contrat mis à jour'
                  STRING 'MODIFIER_QUOTA_INVITES fc_nomGr=' fc_nomGr
                    ' fc_dateA=' fc_dateA ' quota=' fc_quotaInvites
                    DELIMITED BY SIZE INTO WauditCible
                  PERFORM ENREGISTRER_AUDIT
                END-REWRITE
              END-READ
              CLOSE fcontrats.

      *> Accueil des artistes d'un groupe sur une édition : chambres
      *> d'hôtel, navettes et autres frais, contrôlés contre ses
      *> passages de representations.dat ; chaque coût réel est
      *> ajouté à fe_coutArtistes. La saisie reste à la
      *> programmation, plannings et récapitulatifs sont en lecture.
       GESTION_LOGISTIQUE.
        PERFORM WITH TEST AFTER UNTIL choix=0
         PERFORM WITH TEST AFTER UNTIL choix<10
              DISPLAY '  ______* Accueil des artistes *__________'
              DISPLAY ' |Annuler                    :           0|'
              DISPLAY ' |Calendrier de l''édition    :           1|'
              DISPLAY ' |Ajouter un hébergement     :           2|'
              DISPLAY ' |Ajouter un transfert       :           3|'
              DISPLAY ' |Ajouter des frais (repas)  :           4|'
              DISPLAY ' |Coût facturé / suppression :           5|'
              DISPLAY ' |Logistique d''un groupe     :           6|'
              DISPLAY ' |Contrôle de cohérence      :           7|'
              DISPLAY ' |Planning des navettes      :           8|'
              DISPLAY ' |Chambres par hôtel         :           9|'
              DISPLAY ' |________________________________________|'
              DISPLAY 'Faites un choix : ' WITH NO ADVANCING
              ACCEPT choix
              EVALUATE choix
              WHEN 1 MOVE '35' TO WdroitProfils
                     PERFORM VERIF_DROIT
                     IF WdroitOk = 1 THEN
                       PERFORM CALENDRIER_EDITION
                     END-IF
              WHEN 2 MOVE '35' TO WdroitProfils
                     PERFORM VERIF_DROIT
                     IF WdroitOk = 1 THEN
                       PERFORM AJOUTER_HEBERGEMENT
                     END-IF
              WHEN 3 MOVE '35' TO WdroitProfils
                     PERFORM VERIF_DROIT
                     IF WdroitOk = 1 THEN
                       PERFORM AJOUTER_TRANSFERT
                     END-IF
              WHEN 4 MOVE '35' TO WdroitProfils
                     PERFORM VERIF_DROIT
                     IF WdroitOk = 1 THEN
                       PERFORM AJOUTER_FRAIS_ACCUEIL
                     END-IF
              WHEN 5 MOVE '35' TO WdroitProfils
                     PERFORM VERIF_DROIT
                     IF WdroitOk = 1 THEN
                       PERFORM MODIFIER_LIGNE_LOGISTIQUE
                     END-IF
              WHEN 6 PERFORM LOGISTIQUE_GROUPE
              WHEN 7 PERFORM CONTROLE_LOGISTIQUE
              WHEN 8 PERFORM PLANNING_NAVETTES
              WHEN 9 PERFORM RECAP_CHAMBRES
              END-EVALUATE
         END-PERFORM
        END-PERFORM.

      *> Date du jour 1 et avance de la balance sur le passage : sans
      *> elles les passages ne se placent pas dans le calendrier et
      *> aucune ligne d'accueil ne peut être contrôlée.
       CALENDRIER_EDITION.
        DISPLAY "Choisissez l'édition : "
        PERFORM AFFICHAGE_ANNEES_EDITIONS
        DISPLAY "Edition : " WITH NO ADVANCING
        ACCEPT fe_dateA
        OPEN I-O feditions
        PERFORM LIRE_EDITION_VERROU
        IF WverrOk = 0 THEN
          DISPLAY "Pas d'édition à cette date."
        ELSE
          DISPLAY 'Jour 1 actuel : ', fe_dateJour1, ', balance ',
            fe_delaiBalance, ' min avant le passage'
          PERFORM WITH TEST AFTER
              UNTIL FUNCTION TEST-DATE-YYYYMMDD(fe_dateJour1) = 0
            DISPLAY 'Date du jour 1 (AAAAMMJJ) : ' WITH NO ADVANCING
            ACCEPT fe_dateJour1
          END-PERFORM
          DISPLAY 'Balance, en minutes avant le passage : '
          WITH NO ADVANCING
          ACCEPT fe_delaiBalance
          REWRITE fedTampon
          INVALID KEY
            DISPLAY 'Impossible d''enregistrer le calendrier'
          NOT INVALID KEY
            DISPLAY 'Calendrier enregistré'
            STRING 'CALENDRIER_EDITION fe_dateA=' fe_dateA
              ' jour1=' fe_dateJour1 ' balance=' fe_delaiBalance
              DELIMITED BY SIZE INTO WauditCible
            PERFORM ENREGISTRER_AUDIT
          END-REWRITE
        END-IF
        CLOSE feditions.

      *> Saisie du groupe (WlogNomGr) et de l'édition (WlogDateA,
      *> fiche dans fedTampon) ; WlogOk = 1 si les deux existent.
       SAISIR_GROUPE_LOGISTIQUE.
        MOVE 0 TO WlogOk
        DISPLAY 'Indiquer le nom du groupe : ' WITH NO ADVANCING
        ACCEPT nomGr
        OPEN INPUT fgroupes
        PERFORM VERIF_NOM_GROUPE
        CLOSE fgroupes
        IF Wtrouve = 0 THEN
          DISPLAY 'le groupe n''existe pas'
        ELSE
          DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
          ACCEPT fe_dateA
          OPEN INPUT feditions
          PERFORM VERIF_EDITION
          CLOSE feditions
          IF Wtrouve = 0 THEN
            DISPLAY 'Edition pas trouvée'
          ELSE
            MOVE nomGr TO WlogNomGr
            MOVE fe_dateA TO WlogDateA
            MOVE 1 TO WlogOk
          END-IF
        END-IF.

      *> Avant une saisie : groupe, édition au calendrier renseigné,
      *> au moins un passage du groupe, et numéro de la future ligne.
       PREPARER_LIGNE_LOGISTIQUE.
        PERFORM SAISIR_GROUPE_LOGISTIQUE
        IF WlogOk = 1 AND fe_dateJour1 = 0 THEN
          DISPLAY 'Calendrier de l''édition non saisi (option 1).'
          MOVE 0 TO WlogOk
        END-IF
        IF WlogOk = 1 THEN
          PERFORM CHARGER_PERIODE_GROUPE
          IF WlogNbRep = 0 THEN
            DISPLAY 'Aucun passage de ce groupe sur cette édition.'
            MOVE 0 TO WlogOk
          END-IF
        END-IF
        IF WlogOk = 1 THEN
          DISPLAY 'Première balance : ', WlogDebut,
            ', fin du dernier passage : ', WlogFinPass
          PERFORM NUMEROTER_LIGNE_LOGISTIQUE
          PERFORM VIDER_LIGNE_LOGISTIQUE
        END-IF.

      *> Période du groupe WlogNomGr sur l'édition WlogDateA (fiche
      *> chargée) : WlogDebut = première balance, WlogFinPass = fin
      *> du dernier passage (instants AAAAMMJJHHMM), WlogPremJour et
      *> WlogDerJour = dates du premier et du dernier passage.
       CHARGER_PERIODE_GROUPE.
        MOVE 0 TO WlogNbRep
        MOVE 999999999999 TO WlogDebut
        MOVE 0 TO WlogFinPass
        MOVE 99999999 TO WlogPremJour
        MOVE 0 TO WlogDerJour
        OPEN INPUT frepresentations
        MOVE WlogNomGr TO frep_nomGr
        MOVE 0 TO WlogRepFin
        START frepresentations, KEY = frep_nomGr
          INVALID KEY
            MOVE 1 TO WlogRepFin
        END-START
        PERFORM WITH TEST BEFORE UNTIL WlogRepFin = 1
          READ frepresentations NEXT RECORD
          AT END MOVE 1 TO WlogRepFin
          NOT AT END
            IF frep_nomGr NOT = WlogNomGr THEN
              MOVE 1 TO WlogRepFin
            ELSE
              IF frep_dateA = WlogDateA THEN
                PERFORM BORNER_PASSAGE_GROUPE
              END-IF
            END-IF
          END-READ
        END-PERFORM
        CLOSE frepresentations.

      *> Un passage dure 2 h, comme dans VERIF_DISPO_SCENE ; la
      *> balance le précède de fe_delaiBalance minutes (ramenée à
      *> minuit au plus tôt).
       BORNER_PASSAGE_GROUPE.
        ADD 1 TO WlogNbRep
        COMPUTE WlogInt = FUNCTION INTEGER-OF-DATE(fe_dateJour1)
          + frep_jour - 1
        COMPUTE WlogDateRep = FUNCTION DATE-OF-INTEGER(WlogInt)
        DIVIDE frep_heureDebut BY 100 GIVING WlogHeure
          REMAINDER WlogMinute
        COMPUTE WlogDebMin = WlogHeure * 60 + WlogMinute
        COMPUTE WlogMinutes = WlogDebMin - fe_delaiBalance
        IF WlogMinutes < 0 THEN
          MOVE 0 TO WlogMinutes
        END-IF
        PERFORM FORMER_INSTANT
        IF WlogInstant < WlogDebut THEN
          MOVE WlogInstant TO WlogDebut
        END-IF
        COMPUTE WlogMinutes = WlogDebMin + 120
        PERFORM FORMER_INSTANT
        IF WlogInstant > WlogFinPass THEN
          MOVE WlogInstant TO WlogFinPass
        END-IF
        IF WlogDateRep < WlogPremJour THEN
          MOVE WlogDateRep TO WlogPremJour
        END-IF
        IF WlogDateRep > WlogDerJour THEN
          MOVE WlogDateRep TO WlogDerJour
        END-IF.

      *> WlogInstant (AAAAMMJJHHMM) du jour WlogInt (entier de date)
      *> à WlogMinutes après minuit, lendemain compris.
       FORMER_INSTANT.
        MOVE WlogInt TO WlogInt2
        IF WlogMinutes >= 1440 THEN
          ADD 1 TO WlogInt2
          SUBTRACT 1440 FROM WlogMinutes
        END-IF
        DIVIDE WlogMinutes BY 60 GIVING WlogHeure REMAINDER WlogMinute
        COMPUTE WlogInstant =
          FUNCTION DATE-OF-INTEGER(WlogInt2) * 10000
          + WlogHeure * 100 + WlogMinute.

      *> Prochain numéro de ligne du groupe sur l'édition.
       NUMEROTER_LIGNE_LOGISTIQUE.
        MOVE 1 TO WlogNum
        OPEN INPUT flogistique
        MOVE WlogDateA TO flog_dateA
        MOVE WlogNomGr TO flog_nomGr
        MOVE 0 TO flog_num
        MOVE 0 TO WlogFin
        START flogistique, KEY NOT < flog_cle
          INVALID KEY
            MOVE 1 TO WlogFin
        END-START
        PERFORM WITH TEST BEFORE UNTIL WlogFin = 1
          READ flogistique NEXT RECORD
          AT END MOVE 1 TO WlogFin
          NOT AT END
            IF flog_dateA NOT = WlogDateA
                OR flog_nomGr NOT = WlogNomGr THEN
              MOVE 1 TO WlogFin
            ELSE
              COMPUTE WlogNum = flog_num + 1
            END-IF
          END-READ
        END-PERFORM
        CLOSE flogistique.

       VIDER_LIGNE_LOGISTIQUE.
        MOVE 0 TO flog_type
        MOVE SPACES TO flog_hotel
        MOVE 0 TO flog_nbChambres
        MOVE 0 TO flog_dateArr
        MOVE 0 TO flog_heureArr
        MOVE 0 TO flog_dateDep
        MOVE 0 TO flog_prixNuit
        MOVE 0 TO flog_dateTr
        MOVE 0 TO flog_heureTr
        MOVE 0 TO flog_sens
        MOVE SPACES TO flog_trajet
        MOVE 0 TO flog_nbPers
        MOVE 0 TO flog_cout
        MOVE SPACES TO flog_libelle.

      *> Bloc de chambres : coût = chambres x nuits x prix d'une
      *> chambre pour une nuit.
       AJOUTER_HEBERGEMENT.
        PERFORM PREPARER_LIGNE_LOGISTIQUE
        IF WlogOk = 1 THEN
          MOVE 1 TO flog_type
          DISPLAY 'Hôtel : ' WITH NO ADVANCING
          ACCEPT flog_hotel
          PERFORM WITH TEST AFTER UNTIL flog_nbChambres > 0
            DISPLAY 'Nombre de chambres : ' WITH NO ADVANCING
            ACCEPT flog_nbChambres
          END-PERFORM
          PERFORM WITH TEST AFTER
              UNTIL FUNCTION TEST-DATE-YYYYMMDD(flog_dateArr) = 0
            DISPLAY 'Date d''arrivée (AAAAMMJJ) : ' WITH NO ADVANCING
            ACCEPT flog_dateArr
          END-PERFORM
          PERFORM WITH TEST AFTER UNTIL flog_heureArr < 2400
            DISPLAY 'Heure d''arrivée (HHMM) : ' WITH NO ADVANCING
            ACCEPT flog_heureArr
          END-PERFORM
          PERFORM WITH TEST AFTER
              UNTIL FUNCTION TEST-DATE-YYYYMMDD(flog_dateDep) = 0
              AND flog_dateDep > flog_dateArr
            DISPLAY 'Date de départ (AAAAMMJJ) : ' WITH NO ADVANCING
            ACCEPT flog_dateDep
          END-PERFORM
          DISPLAY 'Prix d''une chambre pour une nuit : '
          WITH NO ADVANCING
          ACCEPT flog_prixNuit
          COMPUTE WlogNuits = FUNCTION INTEGER-OF-DATE(flog_dateDep)
            - FUNCTION INTEGER-OF-DATE(flog_dateArr)
          COMPUTE flog_cout = flog_nbChambres * WlogNuits
            * flog_prixNuit
          DISPLAY WlogNuits, ' nuit(s), coût ', flog_cout
          PERFORM ENREGISTRER_LIGNE_LOGISTIQUE
        END-IF.

       AJOUTER_TRANSFERT.
        PERFORM PREPARER_LIGNE_LOGISTIQUE
        IF WlogOk = 1 THEN
          MOVE 2 TO flog_type
          PERFORM WITH TEST AFTER
              UNTIL FUNCTION TEST-DATE-YYYYMMDD(flog_dateTr) = 0
            DISPLAY 'Date du transfert (AAAAMMJJ) : ' WITH NO ADVANCING
            ACCEPT flog_dateTr
          END-PERFORM
          PERFORM WITH TEST AFTER UNTIL flog_heureTr < 2400
            DISPLAY 'Heure de départ du véhicule (HHMM) : '
            WITH NO ADVANCING
            ACCEPT flog_heureTr
          END-PERFORM
          PERFORM WITH TEST AFTER UNTIL flog_sens > 0 AND flog_sens < 4
            DISPLAY 'Sens (1 arrivée, 2 départ, 3 sur place) : '
            WITH NO ADVANCING
            ACCEPT flog_sens
          END-PERFORM
          DISPLAY 'Trajet (ex : Gare - Site) : ' WITH NO ADVANCING
          ACCEPT flog_trajet
          PERFORM WITH TEST AFTER UNTIL flog_nbPers > 0
            DISPLAY 'Nombre de personnes : ' WITH NO ADVANCING
            ACCEPT flog_nbPers
          END-PERFORM
          DISPLAY 'Coût du transfert : ' WITH NO ADVANCING
          ACCEPT flog_cout
          PERFORM ENREGISTRER_LIGNE_LOGISTIQUE
        END-IF.

       AJOUTER_FRAIS_ACCUEIL.
        PERFORM PREPARER_LIGNE_LOGISTIQUE
        IF WlogOk = 1 THEN
          MOVE 3 TO flog_type
          DISPLAY 'Libellé (ex : repas) : ' WITH NO ADVANCING
          ACCEPT flog_libelle
          PERFORM WITH TEST AFTER
              UNTIL FUNCTION TEST-DATE-YYYYMMDD(flog_dateTr) = 0
            DISPLAY 'Date (AAAAMMJJ) : ' WITH NO ADVANCING
            ACCEPT flog_dateTr
          END-PERFORM
          DISPLAY 'Nombre de personnes : ' WITH NO ADVANCING
          ACCEPT flog_nbPers
          DISPLAY 'Coût : ' WITH NO ADVANCING
          ACCEPT flog_cout
          PERFORM ENREGISTRER_LIGNE_LOGISTIQUE
        END-IF.

      *> Ligne saisie dans flogTampon : contrôlée contre les passages
      *> du groupe, puis son coût porté sur la fiche édition avant
      *> l'écriture (retiré si l'écriture échoue).
       ENREGISTRER_LIGNE_LOGISTIQUE.
        PERFORM CONTROLER_LIGNE_LOGISTIQUE
        IF WlogOk = 0 THEN
          DISPLAY 'Ligne refusée : ', WlogMotif
        ELSE
          MOVE WlogDateA TO flog_dateA
          MOVE WlogNomGr TO flog_nomGr
          MOVE WlogNum TO flog_num
          MOVE flog_cout TO WlogDelta
          PERFORM MAJ_COUT_ARTISTES
          IF WlogOk = 0 THEN
            DISPLAY 'Fiche édition inaccessible : ligne non '
              'enregistrée.'
          ELSE
            OPEN I-O flogistique
            WRITE flogTampon
            INVALID KEY
              DISPLAY 'Numéro de ligne déjà pris, recommencez.'
              COMPUTE WlogDelta = 0 - flog_cout
              PERFORM MAJ_COUT_ARTISTES
            NOT INVALID KEY
              DISPLAY 'Ligne ', flog_num, ' enregistrée.'
              STRING 'AJOUT_LOGISTIQUE flog_nomGr=' flog_nomGr
                ' flog_dateA=' flog_dateA ' flog_num=' flog_num
                ' type=' flog_type ' cout=' flog_cout
                DELIMITED BY SIZE INTO WauditCible
              PERFORM ENREGISTRER_AUDIT
            END-WRITE
            CLOSE flogistique
          END-IF
        END-IF.

      *> WlogDelta ajouté à fe_coutArtistes de l'édition WlogDateA
      *> sous le verrou de la fiche ; WlogOk = 0 si elle reste tenue
      *> par un autre poste.
       MAJ_COUT_ARTISTES.
        MOVE 0 TO WlogOk
        OPEN I-O feditions
        MOVE WlogDateA TO fe_dateA
        PERFORM LIRE_EDITION_VERROU
        IF WverrOk = 1 THEN
          IF fe_coutArtistes + WlogDelta < 0 THEN
            MOVE 0 TO fe_coutArtistes
          ELSE
            COMPUTE fe_coutArtistes = fe_coutArtistes + WlogDelta
          END-IF
          REWRITE fedTampon
          INVALID KEY
            DISPLAY "impossible de mettre à jour l''édition"
          NOT INVALID KEY
            MOVE 1 TO WlogOk
          END-REWRITE
        END-IF
        CLOSE feditions.

      *> Cohérence d'une ligne (flogTampon) avec la période du groupe
      *> chargée par CHARGER_PERIODE_GROUPE : arrivée (hôtel ou
      *> navette d'arrivée) au plus tard à la première balance,
      *> départ (hôtel ou navette de départ) après la fin du dernier
      *> passage, et rien hors de la veille du premier passage au
      *> lendemain du dernier. WlogOk = 0 et WlogMotif sinon.
       CONTROLER_LIGNE_LOGISTIQUE.
        MOVE 1 TO WlogOk
        MOVE SPACES TO WlogMotif
        IF WlogNbRep = 0 THEN
          MOVE 'aucun passage du groupe sur l''édition' TO WlogMotif
          MOVE 0 TO WlogOk
        ELSE
          EVALUATE flog_type
          WHEN 1
            COMPUTE WlogInstant = flog_dateArr * 10000 + flog_heureArr
            IF WlogInstant > WlogDebut THEN
              MOVE 'arrivée à l''hôtel après la balance' TO WlogMotif
              MOVE 0 TO WlogOk
            END-IF
            COMPUTE WlogInstant = flog_dateDep * 10000 + 2359
            IF WlogOk = 1 AND WlogInstant < WlogFinPass THEN
              MOVE 'départ de l''hôtel avant la fin du passage'
                TO WlogMotif
              MOVE 0 TO WlogOk
            END-IF
            MOVE flog_dateArr TO WlogJour
            PERFORM VERIFIER_DATE_PERIODE
            IF WlogOk = 1 THEN
              COMPUTE WlogInt = FUNCTION INTEGER-OF-DATE(flog_dateDep)
                - 1
              COMPUTE WlogJour = FUNCTION DATE-OF-INTEGER(WlogInt)
              PERFORM VERIFIER_DATE_PERIODE
            END-IF
          WHEN 2
            COMPUTE WlogInstant = flog_dateTr * 10000 + flog_heureTr
            IF flog_sens = 1 AND WlogInstant > WlogDebut THEN
              MOVE 'navette d''arrivée après la balance' TO WlogMotif
              MOVE 0 TO WlogOk
            END-IF
            IF flog_sens = 2 AND WlogInstant < WlogFinPass THEN
              MOVE 'navette de départ avant la fin du passage'
                TO WlogMotif
              MOVE 0 TO WlogOk
            END-IF
            MOVE flog_dateTr TO WlogJour
            PERFORM VERIFIER_DATE_PERIODE
          WHEN OTHER
            MOVE flog_dateTr TO WlogJour
            PERFORM VERIFIER_DATE_PERIODE
          END-EVALUATE
        END-IF.

      *> WlogJour (une nuit d'hôtel, un transfert, un repas) doit
      *> tomber entre la veille du premier passage et le lendemain
      *> du dernier.
       VERIFIER_DATE_PERIODE.
        IF WlogOk = 1 THEN
          COMPUTE WlogInt = FUNCTION INTEGER-OF-DATE(WlogJour)
          COMPUTE WlogInt2 = FUNCTION INTEGER-OF-DATE(WlogPremJour) - 1
          IF WlogInt < WlogInt2 THEN
            STRING 'facturé le ' WlogJour ', avant la période'
              DELIMITED BY SIZE INTO WlogMotif
            MOVE 0 TO WlogOk
          END-IF
          COMPUTE WlogInt2 = FUNCTION INTEGER-OF-DATE(WlogDerJour) + 1
          IF WlogOk = 1 AND WlogInt > WlogInt2 THEN
            STRING 'facturé le ' WlogJour ', après la période'
              DELIMITED BY SIZE INTO WlogMotif
            MOVE 0 TO WlogOk
          END-IF
        END-IF.

      *> Coût facturé (l'écart avec le coût saisi est reporté sur
      *> fe_coutArtistes) ou suppression d'une ligne d'accueil.
       MODIFIER_LIGNE_LOGISTIQUE.
        PERFORM SAISIR_GROUPE_LOGISTIQUE
        IF WlogOk = 1 THEN
          PERFORM AFFICHER_LIGNES_GROUPE
          DISPLAY 'Numéro de la ligne : ' WITH NO ADVANCING
          ACCEPT WlogNum
          OPEN I-O flogistique
          MOVE WlogDateA TO flog_dateA
          MOVE WlogNomGr TO flog_nomGr
          MOVE WlogNum TO flog_num
          READ flogistique
          INVALID KEY
            DISPLAY 'Ligne introuvable.'
          NOT INVALID KEY
            PERFORM AFFICHER_LIGNE_LOGISTIQUE
            DISPLAY 'Coût facturé (1), supprimer la ligne (2), '
              'rien (0) : ' WITH NO ADVANCING
            ACCEPT WlogChoix
            EVALUATE WlogChoix
            WHEN 1
              DISPLAY 'Coût facturé : ' WITH NO ADVANCING
              ACCEPT WlogTotal
              COMPUTE WlogDelta = WlogTotal - flog_cout
              PERFORM MAJ_COUT_ARTISTES
              IF WlogOk = 0 THEN
                DISPLAY 'Fiche édition inaccessible : coût inchangé.'
              ELSE
                MOVE WlogTotal TO flog_cout
                REWRITE flogTampon
                INVALID KEY
                  DISPLAY 'impossible de réécrire'
                  COMPUTE WlogDelta = 0 - WlogDelta
                  PERFORM MAJ_COUT_ARTISTES
                NOT INVALID KEY
                  DISPLAY 'Coût mis à jour'
                  STRING 'MODIFIER_LOGISTIQUE flog_nomGr=' flog_nomGr
                    ' flog_dateA=' flog_dateA ' flog_num=' flog_num
                    ' cout=' flog_cout
                    DELIMITED BY SIZE INTO WauditCible
                  PERFORM ENREGISTRER_AUDIT
                END-REWRITE
              END-IF
            WHEN 2
              COMPUTE WlogDelta = 0 - flog_cout
              PERFORM MAJ_COUT_ARTISTES
              IF WlogOk = 0 THEN
                DISPLAY 'Fiche édition inaccessible : ligne gardée.'
              ELSE
                DELETE flogistique RECORD
                INVALID KEY
                  DISPLAY 'impossible de supprimer'
                  COMPUTE WlogDelta = 0 - WlogDelta
                  PERFORM MAJ_COUT_ARTISTES
                NOT INVALID KEY
                  DISPLAY 'Ligne supprimée'
                  STRING 'SUPPRIMER_LOGISTIQUE flog_nomGr=' flog_nomGr
                    ' flog_dateA=' flog_dateA ' flog_num=' flog_num
                    DELIMITED BY SIZE INTO WauditCible
                  PERFORM ENREGISTRER_AUDIT
                END-DELETE
              END-IF
            END-EVALUATE
          END-READ
          CLOSE flogistique
        END-IF.

       LOGISTIQUE_GROUPE.
        PERFORM SAISIR_GROUPE_LOGISTIQUE
        IF WlogOk = 1 THEN
          PERFORM AFFICHER_LIGNES_GROUPE
        END-IF.

      *> Lignes d'accueil du groupe WlogNomGr sur l'édition WlogDateA
      *> et leur coût total (WlogTotal).
       AFFICHER_LIGNES_GROUPE.
        MOVE 0 TO WlogTotal
        MOVE 0 TO WlogNb
        DISPLAY '  ____* Accueil ', FUNCTION TRIM(WlogNomGr), ' ',
          WlogDateA, ' *____'
        OPEN INPUT flogistique
        MOVE WlogDateA TO flog_dateA
        MOVE WlogNomGr TO flog_nomGr
        MOVE 0 TO flog_num
        MOVE 0 TO WlogFin
        START flogistique, KEY NOT < flog_cle
          INVALID KEY
            MOVE 1 TO WlogFin
        END-START
        PERFORM WITH TEST BEFORE UNTIL WlogFin = 1
          READ flogistique NEXT RECORD
          AT END MOVE 1 TO WlogFin
          NOT AT END
            IF flog_dateA NOT = WlogDateA
                OR flog_nomGr NOT = WlogNomGr THEN
              MOVE 1 TO WlogFin
            ELSE
              ADD 1 TO WlogNb
              ADD flog_cout TO WlogTotal
              PERFORM AFFICHER_LIGNE_LOGISTIQUE
            END-IF
          END-READ
        END-PERFORM
        CLOSE flogistique
        IF WlogNb = 0 THEN
          DISPLAY 'Aucune ligne d''accueil.'
        ELSE
          MOVE WlogTotal TO WlogCoutE
          DISPLAY 'Coût total de l''accueil : ', WlogCoutE
        END-IF.

       AFFICHER_LIGNE_LOGISTIQUE.
        MOVE flog_cout TO WlogCoutE
        EVALUATE flog_type
        WHEN 1
          DISPLAY flog_num, ' Hôtel ', FUNCTION TRIM(flog_hotel), ' ',
            flog_nbChambres, ' ch. du ', flog_dateArr, ' ',
            flog_heureArr, ' au ', flog_dateDep, ' coût ', WlogCoutE
        WHEN 2
          DISPLAY flog_num, ' Navette ', flog_dateTr, ' ',
            flog_heureTr, ' ', FUNCTION TRIM(flog_trajet), ' ',
            flog_nbPers, ' pers. coût ', WlogCoutE
        WHEN OTHER
          DISPLAY flog_num, ' Frais ', FUNCTION TRIM(flog_libelle),
            ' ', flog_dateTr, ' ', flog_nbPers, ' pers. coût ',
            WlogCoutE
        END-EVALUATE.

      *> Saisie d'une édition pour les états d'accueil : WlogOk = 1
      *> si elle existe et que son calendrier est renseigné.
       SAISIR_EDITION_LOGISTIQUE.
        MOVE 0 TO WlogOk
        DISPLAY "Choisissez l'édition : "
        PERFORM AFFICHAGE_ANNEES_EDITIONS
        DISPLAY "Edition : " WITH NO ADVANCING
        ACCEPT fe_dateA
        OPEN INPUT feditions
        PERFORM VERIF_EDITION
        CLOSE feditions
        IF Wtrouve = 0 THEN
          DISPLAY "Pas d'édition à cette date."
        ELSE
          IF fe_dateJour1 = 0 THEN
            DISPLAY 'Calendrier de l''édition non saisi (option 1).'
          ELSE
            MOVE fe_dateA TO WlogDateA
            MOVE 1 TO WlogOk
          END-IF
        END-IF.

      *> Contrôle de toute la logistique d'une édition contre la
      *> programmation du moment (un passage déplacé après la saisie
      *> se voit ici), exporté dans controle_accueil_<édition>.txt.
       CONTROLE_LOGISTIQUE.
        PERFORM SAISIR_EDITION_LOGISTIQUE
        IF WlogOk = 1 THEN
          MOVE 0 TO WlogNbAnom
          MOVE 0 TO WlogNb
          MOVE SPACES TO WlogNomGr
          MOVE SPACES TO WexportFile
          STRING 'controle_accueil_' WlogDateA '.txt'
            DELIMITED BY SIZE INTO WexportFile
          OPEN OUTPUT fexport
          MOVE SPACES TO WexportLine
          STRING 'Groupe;Ligne;Anomalie' DELIMITED BY SIZE
            INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          OPEN INPUT flogistique
          MOVE WlogDateA TO flog_dateA
          MOVE SPACES TO flog_nomGr
          MOVE 0 TO flog_num
          MOVE 0 TO WlogFin
          START flogistique, KEY NOT < flog_cle
            INVALID KEY
              MOVE 1 TO WlogFin
          END-START
          PERFORM WITH TEST BEFORE UNTIL WlogFin = 1
            READ flogistique NEXT RECORD
            AT END MOVE 1 TO WlogFin
            NOT AT END
              IF flog_dateA NOT = WlogDateA THEN
                MOVE 1 TO WlogFin
              ELSE
                PERFORM CONTROLER_LIGNE_EDITION
              END-IF
            END-READ
          END-PERFORM
          CLOSE flogistique
          CLOSE fexport
          DISPLAY WlogNb, ' ligne(s) contrôlée(s), ', WlogNbAnom,
            ' anomalie(s), détail dans ', WexportFile
        END-IF.

       CONTROLER_LIGNE_EDITION.
        ADD 1 TO WlogNb
        IF flog_nomGr NOT = WlogNomGr THEN
          MOVE flog_nomGr TO WlogNomGr
          PERFORM CHARGER_PERIODE_GROUPE
        END-IF
        PERFORM CONTROLER_LIGNE_LOGISTIQUE
        IF WlogOk = 0 THEN
          ADD 1 TO WlogNbAnom
          DISPLAY FUNCTION TRIM(flog_nomGr), ' ligne ', flog_num,
            ' : ', WlogMotif
          MOVE SPACES TO WexportLine
          STRING FUNCTION TRIM(flog_nomGr) ';' flog_num ';'
            WlogMotif DELIMITED BY SIZE INTO WexportLine
          WRITE fexpTampon FROM WexportLine
        END-IF.

      *> Planning des navettes d'un jour pour les chauffeurs, par
      *> heure de départ, exporté dans navettes_<édition>_<jour>.txt.
       PLANNING_NAVETTES.
        PERFORM SAISIR_EDITION_LOGISTIQUE
        IF WlogOk = 1 THEN
          MOVE 0 TO WlogJour
          PERFORM WITH TEST AFTER
              UNTIL FUNCTION TEST-DATE-YYYYMMDD(WlogJour) = 0
            DISPLAY 'Jour (AAAAMMJJ) : ' WITH NO ADVANCING
            ACCEPT WlogJour
          END-PERFORM
          MOVE 0 TO WlogNbNav
          OPEN INPUT flogistique
          MOVE WlogDateA TO flog_dateA
          MOVE SPACES TO flog_nomGr
          MOVE 0 TO flog_num
          MOVE 0 TO WlogFin
          START flogistique, KEY NOT < flog_cle
            INVALID KEY
              MOVE 1 TO WlogFin
          END-START
          PERFORM WITH TEST BEFORE UNTIL WlogFin = 1
            READ flogistique NEXT RECORD
            AT END MOVE 1 TO WlogFin
            NOT AT END
              IF flog_dateA NOT = WlogDateA THEN
                MOVE 1 TO WlogFin
              ELSE
                IF flog_type = 2 AND flog_dateTr = WlogJour THEN
                  PERFORM RANGER_NAVETTE
                END-IF
              END-IF
            END-READ
          END-PERFORM
          CLOSE flogistique
          PERFORM EDITER_NAVETTES
        END-IF.

      *> Insertion de la navette lue dans WlogNav, gardé trié par
      *> heure de départ.
       RANGER_NAVETTE.
        IF WlogNbNav = 50 THEN
          DISPLAY 'Plus de 50 navettes ce jour : ', flog_nomGr,
            ' ', flog_heureTr, ' non planifiée.'
        ELSE
          ADD 1 TO WlogNbNav
          MOVE WlogNbNav TO WlogK
          MOVE 0 TO WlogRang
          PERFORM WITH TEST BEFORE UNTIL WlogRang = 1
            IF WlogK = 1 THEN
              MOVE 1 TO WlogRang
            ELSE
              IF WlogNavHeure(WlogK - 1) <= flog_heureTr THEN
                MOVE 1 TO WlogRang
              ELSE
                MOVE WlogNav(WlogK - 1) TO WlogNav(WlogK)
                SUBTRACT 1 FROM WlogK
              END-IF
            END-IF
          END-PERFORM
          MOVE flog_heureTr TO WlogNavHeure(WlogK)
          MOVE flog_sens TO WlogNavSens(WlogK)
          MOVE flog_nomGr TO WlogNavNomGr(WlogK)
          MOVE flog_trajet TO WlogNavTrajet(WlogK)
          MOVE flog_nbPers TO WlogNavPers(WlogK)
        END-IF.

       EDITER_NAVETTES.
        MOVE 0 TO WlogTotal
        MOVE SPACES TO WexportFile
        STRING 'navettes_' WlogDateA '_' WlogJour '.txt'
          DELIMITED BY SIZE INTO WexportFile
        OPEN OUTPUT fexport
        MOVE SPACES TO WexportLine
        STRING 'Navettes;' WlogJour DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        MOVE SPACES TO WexportLine
        STRING 'Heure;Sens;Groupe;Trajet;Personnes'
          DELIMITED BY SIZE INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        DISPLAY '  ______* Navettes du ', WlogJour, ' *______'
        PERFORM VARYING WlogK FROM 1 BY 1 UNTIL WlogK > WlogNbNav
          ADD WlogNavPers(WlogK) TO WlogTotal
          MOVE SPACES TO WexportLine
          EVALUATE WlogNavSens(WlogK)
          WHEN 1
            DISPLAY WlogNavHeure(WlogK), ' arrivée   ',
              WlogNavNomGr(WlogK), ' ', WlogNavTrajet(WlogK), ' ',
              WlogNavPers(WlogK), ' pers.'
            STRING WlogNavHeure(WlogK) ';Arrivee;'
              FUNCTION TRIM(WlogNavNomGr(WlogK)) ';'
              FUNCTION TRIM(WlogNavTrajet(WlogK)) ';'
              WlogNavPers(WlogK) DELIMITED BY SIZE INTO WexportLine
          WHEN 2
            DISPLAY WlogNavHeure(WlogK), ' départ    ',
              WlogNavNomGr(WlogK), ' ', WlogNavTrajet(WlogK), ' ',
              WlogNavPers(WlogK), ' pers.'
            STRING WlogNavHeure(WlogK) ';Depart;'
              FUNCTION TRIM(WlogNavNomGr(WlogK)) ';'
              FUNCTION TRIM(WlogNavTrajet(WlogK)) ';'
              WlogNavPers(WlogK) DELIMITED BY SIZE INTO WexportLine
          WHEN OTHER
            DISPLAY WlogNavHeure(WlogK), ' sur place ',
              WlogNavNomGr(WlogK), ' ', WlogNavTrajet(WlogK), ' ',
              WlogNavPers(WlogK), ' pers.'
            STRING WlogNavHeure(WlogK) ';Sur place;'
              FUNCTION TRIM(WlogNavNomGr(WlogK)) ';'
              FUNCTION TRIM(WlogNavTrajet(WlogK)) ';'
              WlogNavPers(WlogK) DELIMITED BY SIZE INTO WexportLine
          END-EVALUATE
          WRITE fexpTampon FROM WexportLine
        END-PERFORM
        CLOSE fexport
        IF WlogNbNav = 0 THEN
          DISPLAY 'Aucune navette ce jour.'
        ELSE
          DISPLAY WlogNbNav, ' navette(s), ', WlogTotal,
            ' personne(s) ; planning exporté dans ', WexportFile
        END-IF.

      *> Chambres par hôtel et par nuit, de la veille du jour 1 au
      *> dernier jour de l'édition, pour confirmer les blocs auprès
      *> des hôtels ; les nuits hors de ces dates sont totalisées à
      *> part. Exporté dans chambres_<édition>.txt.
       RECAP_CHAMBRES.
        PERFORM SAISIR_EDITION_LOGISTIQUE
        IF WlogOk = 1 THEN
          MOVE 0 TO WlogNbHot
          COMPUTE WlogNbNuits = fe_nbJours + 1
          COMPUTE WlogInt = FUNCTION INTEGER-OF-DATE(fe_dateJour1) - 1
          OPEN INPUT flogistique
          MOVE WlogDateA TO flog_dateA
          MOVE SPACES TO flog_nomGr
          MOVE 0 TO flog_num
          MOVE 0 TO WlogFin
          START flogistique, KEY NOT < flog_cle
            INVALID KEY
              MOVE 1 TO WlogFin
          END-START
          PERFORM WITH TEST BEFORE UNTIL WlogFin = 1
            READ flogistique NEXT RECORD
            AT END MOVE 1 TO WlogFin
            NOT AT END
              IF flog_dateA NOT = WlogDateA THEN
                MOVE 1 TO WlogFin
              ELSE
                IF flog_type = 1 THEN
                  PERFORM CUMULER_CHAMBRES
                END-IF
              END-IF
            END-READ
          END-PERFORM
          CLOSE flogistique
          PERFORM EDITER_CHAMBRES
        END-IF.

      *> Nuits du bloc lu ajoutées à la ligne de son hôtel (créée à
      *> la première rencontre, 20 hôtels au plus).
       CUMULER_CHAMBRES.
        MOVE 0 TO WlogH
        PERFORM VARYING WlogK FROM 1 BY 1 UNTIL WlogK > WlogNbHot
          IF WlogHotNom(WlogK) = flog_hotel THEN
            MOVE WlogK TO WlogH
          END-IF
        END-PERFORM
        IF WlogH = 0 AND WlogNbHot < 20 THEN
          ADD 1 TO WlogNbHot
          MOVE WlogNbHot TO WlogH
          MOVE flog_hotel TO WlogHotNom(WlogH)
          PERFORM VARYING WlogN FROM 1 BY 1 UNTIL WlogN > 11
            MOVE 0 TO WlogHotNuit(WlogH, WlogN)
          END-PERFORM
          MOVE 0 TO WlogHotHors(WlogH)
          MOVE 0 TO WlogHotCout(WlogH)
        END-IF
        IF WlogH = 0 THEN
          DISPLAY 'Plus de 20 hôtels : ', FUNCTION TRIM(flog_hotel),
            ' non récapitulé.'
        ELSE
          ADD flog_cout TO WlogHotCout(WlogH)
          COMPUTE WlogInt2 = FUNCTION INTEGER-OF-DATE(flog_dateArr)
          COMPUTE WlogIntDep = FUNCTION INTEGER-OF-DATE(flog_dateDep)
          PERFORM WITH TEST BEFORE UNTIL WlogInt2 >= WlogIntDep
            COMPUTE WlogIdx = WlogInt2 - WlogInt + 1
            IF WlogIdx < 1 OR WlogIdx > WlogNbNuits THEN
              ADD flog_nbChambres TO WlogHotHors(WlogH)
            ELSE
              MOVE WlogIdx TO WlogN
              ADD flog_nbChambres TO WlogHotNuit(WlogH, WlogN)
            END-IF
            ADD 1 TO WlogInt2
          END-PERFORM
        END-IF.

       EDITER_CHAMBRES.
        MOVE SPACES TO WexportFile
        STRING 'chambres_' WlogDateA '.txt' DELIMITED BY SIZE
          INTO WexportFile
        OPEN OUTPUT fexport
        MOVE SPACES TO WexportLine
        STRING 'Hotel;Nuit du;Chambres' DELIMITED BY SIZE
          INTO WexportLine
        WRITE fexpTampon FROM WexportLine
        DISPLAY '  ______* Chambres par hôtel ', WlogDateA, ' *______'
        PERFORM VARYING WlogH FROM 1 BY 1 UNTIL WlogH > WlogNbHot
          DISPLAY FUNCTION TRIM(WlogHotNom(WlogH))
          PERFORM VARYING WlogN FROM 1 BY 1 UNTIL WlogN > WlogNbNuits
            IF WlogHotNuit(WlogH, WlogN) > 0 THEN
              COMPUTE WlogJour =
                FUNCTION DATE-OF-INTEGER(WlogInt + WlogN - 1)
              DISPLAY '   nuit du ', WlogJour, ' : ',
                WlogHotNuit(WlogH, WlogN), ' chambre(s)'
              MOVE SPACES TO WexportLine
              STRING FUNCTION TRIM(WlogHotNom(WlogH)) ';' WlogJour ';'
                WlogHotNuit(WlogH, WlogN)
                DELIMITED BY SIZE INTO WexportLine
              WRITE fexpTampon FROM WexportLine
            END-IF
          END-PERFORM
          IF WlogHotHors(WlogH) > 0 THEN
            DISPLAY '   hors de l''édition : ', WlogHotHors(WlogH),
              ' chambre(s)-nuit(s)'
            MOVE SPACES TO WexportLine
            STRING FUNCTION TRIM(WlogHotNom(WlogH)) ';Hors edition;'
              WlogHotHors(WlogH) DELIMITED BY SIZE INTO WexportLine
            WRITE fexpTampon FROM WexportLine
          END-IF
          MOVE WlogHotCout(WlogH) TO WlogCoutE
          DISPLAY '   coût : ', WlogCoutE
          MOVE SPACES TO WexportLine
          STRING FUNCTION TRIM(WlogHotNom(WlogH)) ';Cout;'
            FUNCTION TRIM(WlogCoutE) DELIMITED BY SIZE INTO WexportLine
          WRITE fexpTampon FROM WexportLine
        END-PERFORM
        CLOSE fexport
        IF WlogNbHot = 0 THEN
          DISPLAY 'Aucun hébergement sur cette édition.'
        ELSE
          DISPLAY 'Récapitulatif exporté dans ', WexportFile
        END-IF.

      *> Coût réel de l'accueil des artistes de l'édition fe_dateA
      *> (WlogTotal), pour le rapport d'écarts budgétaires.
       CUMULER_COUT_LOGISTIQUE.
        MOVE 0 TO WlogTotal
        OPEN INPUT flogistique
        MOVE fe_dateA TO flog_dateA
        MOVE SPACES TO flog_nomGr
        MOVE 0 TO flog_num
        MOVE 0 TO WlogFin
        START flogistique, KEY NOT < flog_cle
          INVALID KEY
            MOVE 1 TO WlogFin
        END-START
        PERFORM WITH TEST BEFORE UNTIL WlogFin = 1
          READ flogistique NEXT RECORD
          AT END MOVE 1 TO WlogFin
          NOT AT END
            IF flog_dateA NOT = fe_dateA THEN
              MOVE 1 TO WlogFin
            ELSE
              ADD flog_cout TO WlogTotal
            END-IF
          END-READ
        END-PERFORM
        CLOSE flogistique.

      *> Rapport des échéances de contrat non payées tombant au plus
      *> tard à la date demandée : c'est la liste de ce qu'il faut
      *> virer pour qu'aucun artiste ne puisse annuler pour défaut
      *> d'acompte.
       RAPPORT_ECHEANCES_CONTRATS.
              DISPLAY 'Echéances jusqu''au (AAAAMMJJ, 0 = aujourd''hui)'
              ' : ' WITH NO ADVANCING
              ACCEPT WconDate
              IF WconDate = 0 THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO WconDate
              END-IF
              MOVE 0 TO WconTotalDu
              MOVE 0 TO WconFin
              OPEN INPUT fcontrats
              DISPLAY '  ____* Paiements de contrat à échéance *____'
              PERFORM WITH TEST AFTER UNTIL WconFin = 1
                READ fcontrats NEXT RECORD
                AT END MOVE 1 TO WconFin
                NOT AT END
                  IF fc_statutAcompte = 0 AND
                      fc_echAcompte <= WconDate THEN
                    DISPLAY 'ACOMPTE ', fc_acompte, ' pour ',
                      fc_nomGr, ' (', fc_dateA, ') échéance ',
                      fc_echAcompte
                    COMPUTE WconTotalDu = WconTotalDu + fc_acompte
                  END-IF
                  IF fc_statutSolde = 0 AND
                      fc_echSolde <= WconDate THEN
                    COMPUTE WconSolde = fc_cachetTotal - fc_acompte
                    DISPLAY 'SOLDE   ', WconSolde, ' pour ',
                      fc_nomGr, ' (', fc_dateA, ') échéance ',
                      fc_echSolde
                    COMPUTE WconTotalDu = WconTotalDu + WconSolde
                  END-IF
                END-READ
              END-PERFORM
              CLOSE fcontrats
              DISPLAY '_____________________________________________'
              DISPLAY 'Total à payer : ', WconTotalDu.

      *>Gestion des représentations
       GESTION_REPRESENTATIONS.
         PERFORM INIT_SCENE_COUT
         *> Apres modification on ajoute la scene 

          MOVE 0 TO fs_minBenevoles
          WRITE fscTampon
            INVALID KEY DISPLAY 'Scène non enregistré'
            *> Si la scene abin été renregistré

       GESTION_EDITIONS.
       PERFORM WITH TEST AFTER UNTIL choix=0
         PERFORM WITH TEST AFTER UNTIL choix<16
           DISPLAY "  _______________* Menu *_________________ "
           DISPLAY " |Afficher les éditions :                1|"
           DISPLAY " |Ajout d'une éditions :                 2|"
           DISPLAY " |Rythme des ventes :                   11|"
           DISPLAY " |Saisir le budget prévisionnel :       12|"
           DISPLAY " |Rapport écarts budget/réalisé :       13|"
           DISPLAY " |Taux SACEM et taxe spectacles :       14|"
           DISPLAY " |Déclaration SACEM / taxe :            15|"
           DISPLAY " |Quitter :                              0|"
           DISPLAY " |________________________________________|"
           DISPLAY 'Faites un choix : ' WITH NO ADVANCING
             WHEN 11 PERFORM RAPPORT_RYTHME_VENTES
             WHEN 12 PERFORM SAISIR_BUDGET_EDITION
             WHEN 13 PERFORM RAPPORT_ECARTS_BUDGET
             WHEN 14 PERFORM SAISIR_TAUX_DECLARATION
             WHEN 15 PERFORM DECLARATION_SACEM
           END-EVALUATE
         END-PERFORM
       END-PERFORM.
           MOVE 0 TO fe_budCachets
           MOVE 0 TO fe_budScenes
           MOVE 0 TO fe_budAutres
           MOVE 0 TO fe_benReposMin
           MOVE 0 TO fe_dateLimTransfert
           MOVE 0 TO fe_tauxSacem
           MOVE 0 TO fe_tauxTaxe
           MOVE 0 TO fe_modeVentil
           MOVE 0 TO fe_dateJour1
           MOVE 0 TO fe_delaiBalance
           MOVE 0 TO fe_coutScenes
           MOVE 0 TO fe_coutArtistes
           MOVE fe_dateA TO fp_dateA
       CLOSE feditions.

      *> Recalcule depuis zéro les compteurs par jour (depuis les
      *> réservations réelles, freservations, plus les places encore
      *> tenues par les contingents des revendeurs) et le chiffre
      *> d'affaires (depuis les encaissements réels, fpaiements)
      *> d'une édition, et compare au feditions incrémental pour
      *> repérer une dérive (écritures partielles, annulations...).
       VERIFIER_EDITION_BATCH.
       DISPLAY "Choisissez l'édition à vérifier : "
       PERFORM AFFICHAGE_ANNEES_EDITIONS
           END-START
           CLOSE freservations

           OPEN INPUT fcontingents
           MOVE 0 TO WrevFin
           PERFORM WITH TEST BEFORE UNTIL WrevFin = 1
             READ fcontingents NEXT RECORD
             AT END MOVE 1 TO WrevFin
             NOT AT END
               IF fct_dateA = dateA AND fct_restitue = 0
                   AND fct_alloue > fct_vendus THEN
                 MOVE fct_nomPa TO WpassCode
                 PERFORM VERIF_PASS_CODE_VALIDE
                 IF WpassValide = 1 THEN
                   PERFORM VARYING WrecalcIdx FROM 1 BY 1
                       UNTIL WrecalcIdx > WpassNbJours
                     COMPUTE WrecalcJour(WpassJours(WrecalcIdx)) =
                       WrecalcJour(WpassJours(WrecalcIdx))
                       + fct_alloue - fct_vendus
                   END-PERFORM
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           CLOSE fcontingents

      *> Le chiffre d'affaires réel se recalcule depuis les
      *> encaissements (fpaiements), plus depuis les prix des pass.
           OPEN INPUT fpaiements
             NOT AT END
               IF fpai_dateA = dateA THEN
                 COMPUTE WrecalcCa = WrecalcCa + fpai_montant
                   - fpai_rembourse
               ELSE
                 MOVE 1 TO WpaiFin
               END-IF
           DISPLAY "Capacité de l'édition                : ", fe_capacite
           DISPLAY "Réservations vendues ce jour          : ",
             fe_nbResaJour(WjourChoisi)
           MOVE fe_dateA TO dateA
           MOVE WjourChoisi TO WaccJour
           MOVE SPACES TO WaccNomGr
           PERFORM COMPTER_ACCREDITATIONS
           DISPLAY "  dont accréditations                 : ",
             WaccTotJour, " (presse ", WaccParType(1),
             ", partenaires ", WaccParType(2), ", invités artistes ",
             WaccParType(3), ", staff ", WaccParType(4), ")"
           IF WsommeMax > fe_capacite THEN
             DISPLAY "Alerte : capacité programmée au-delà de la "
             "capacité de l'édition."
               READ freservations NEXT RECORD
               AT END MOVE 1 TO Wfin
               NOT AT END
      *> Les accréditations (presse, invités...) ne sont pas le
      *> public payant des sponsors : elles sont écartées.
                 IF fres_dateA = dateA THEN
                  IF fres_typeAcces = 0 THEN
                   ADD 1 TO WdemTotal
                   COMPUTE WdemIdx = fres_dep + 1
                   ADD 1 TO WdemDep(WdemIdx)
                     WHEN WdemAge <= 60 ADD 1 TO WdemTranche(4)
                     WHEN OTHER ADD 1 TO WdemTranche(5)
                   END-EVALUATE
                  END-IF
                 ELSE
                   MOVE 1 TO Wfin
                 END-IF
         AT END MOVE 1 TO WvteFin
         NOT AT END
           IF fres_dateA = dateA THEN
             IF fres_dateVente > 19000000 AND fres_typeAcces = 0 THEN
               COMPUTE WvteSemIdx =
                 (FUNCTION INTEGER-OF-DATE(fres_dateVente)
                 - WvteJan1Int) / 7 + 1
         DISPLAY 'Recettes billetterie attendues : '
         WITH NO ADVANCING
         ACCEPT fe_budBillet
         DISPLAY 'Enveloppe artistes et accueil  : '
         WITH NO ADVANCING
         ACCEPT fe_budCachets
         DISPLAY 'Enveloppe scènes/technique     : '
      *> Rapport d'écarts budget/réalisé pour la réunion mensuelle du
      *> conseil : en face de chaque poste voté, le réalisé tiré des
      *> fichiers existants (encaissements nets fe_Ca, cachets et
      *> riders des contrats de fcontrats plus le coût réel de
      *> l'accueil des artistes de flogistique, coûts de scènes), avec
      *> l'écart en valeur et en pourcentage. Exporté en fichier
      *> imprimable sur la mécanique fexport.
       RAPPORT_ECARTS_BUDGET.
           END-READ
         END-PERFORM
         CLOSE fcontrats
         PERFORM CUMULER_COUT_LOGISTIQUE
         ADD WlogTotal TO WbudCachets

         MOVE SPACES TO WexportFile
         STRING 'budget_' fe_dateA '.txt' DELIMITED BY SIZE
           DELIMITED BY SIZE INTO WexportLine
         WRITE fexpTampon FROM WexportLine
         MOVE SPACES TO WexportLine
         STRING 'Poste;Budget;Realise;Ecart;EcartPct'
           DELIMITED BY SIZE INTO WexportLine
         WRITE fexpTampon FROM WexportLine
         DISPLAY '  ______* Ecarts budget/réalisé ', fe_dateA,
           ' *______'

         MOVE 'Billetterie' TO WbudPoste
         MOVE fe_budBillet TO WbudBudget
         MOVE fe_Ca TO WbudReal
         PERFORM ECRIRE_LIGNE_BUDGET

         MOVE 'Artistes et accueil' TO WbudPoste
         MOVE fe_budCachets TO WbudBudget
         MOVE WbudCachets TO WbudReal
         PERFORM ECRIRE_LIGNE_BUDGET

         MOVE 'Scenes/technique' TO WbudPoste
         MOVE fe_budScenes TO WbudBudget
         MOVE fe_coutScenes TO WbudReal
         PERFORM ECRIRE_LIGNE_BUDGET

      *> Aucun fichier ne porte encore de charges "autres" : le
      *> réalisé reste à zéro, le poste voté apparaît quand même.
         MOVE 'Autres charges' TO WbudPoste
         MOVE fe_budAutres TO WbudBudget
         MOVE 0 TO WbudReal
         PERFORM ECRIRE_LIGNE_BUDGET

         CLOSE fexport
         DISPLAY 'Rapport exporté dans ', WexportFile
       END-IF.

      *> Une ligne du rapport d'écarts : écart = réalisé - budget,
      *> pourcentage rapporté au budget voté (sans objet si budget
      *> nul). WbudPoste, WbudBudget et WbudReal chargés par
      *> l'appelant ; fexport ouvert.
       ECRIRE_LIGNE_BUDGET.
       COMPUTE WbudEcart = WbudReal - WbudBudget
       IF WbudBudget > 0 THEN
         COMPUTE WbudPct = WbudEcart * 100 / WbudBudget
       ELSE
         MOVE 0 TO WbudPct
       END-IF
       DISPLAY WbudPoste, ' budget ', WbudBudget, ' réalisé ',
         WbudReal, ' écart ', WbudEcart, ' (', WbudPct, ' %)'
       MOVE SPACES TO WexportLine
       STRING FUNCTION TRIM(WbudPoste) ';' WbudBudget ';' WbudReal
         ';' WbudEcart ';' WbudPct DELIMITED BY SIZE
         INTO WexportLine
       WRITE fexpTampon FROM WexportLine.

      *> Taux de la déclaration SACEM et de la taxe sur les
      *> spectacles de variétés (CNM), en pourcentage des recettes,
      *> et mode de ventilation d'une journée sur ses représentations.
       SAISIR_TAUX_DECLARATION.
       DISPLAY "Choisissez l'édition : "
       PERFORM AFFICHAGE_ANNEES_EDITIONS
       DISPLAY "Edition : " WITH NO ADVANCING
       ACCEPT fe_dateA
       OPEN I-O feditions
       PERFORM LIRE_EDITION_VERROU
       IF WverrOk = 0 THEN
         DISPLAY "Pas d'édition à cette date."
       ELSE
         DISPLAY 'Taux SACEM en % (actuel ', fe_tauxSacem, ') : '
         WITH NO ADVANCING
         ACCEPT fe_tauxSacem
         DISPLAY 'Taux taxe sur les spectacles en % (actuel ',
           fe_tauxTaxe, ') : ' WITH NO ADVANCING
         ACCEPT fe_tauxTaxe
         PERFORM WITH TEST AFTER UNTIL fe_modeVentil = 1 OR
             fe_modeVentil = 2
           DISPLAY 'Ventilation d''une journée : 1 au prorata de la '
           'durée, 2 à parts égales : ' WITH NO ADVANCING
           ACCEPT fe_modeVentil
         END-PERFORM
         REWRITE fedTampon
         INVALID KEY
           DISPLAY 'Impossible d''enregistrer les taux'
         NOT INVALID KEY
           DISPLAY 'Taux enregistrés'
           STRING 'SAISIR_TAUX_DECLARATION fe_dateA=' fe_dateA
             ' sacem=' fe_tauxSacem ' taxe=' fe_tauxTaxe
             DELIMITED BY SIZE INTO WauditCible
           PERFORM ENREGISTRER_AUDIT
         END-REWRITE
       END-IF
       CLOSE feditions.

      *> Déclaration SACEM / taxe sur les spectacles d'une édition,
      *> dans declaration_sacem_<édition>.txt. Recette de billetterie
      *> = argent réellement encaissé (paiements.dat, comme fe_Ca)
      *> sur les réservations hors accréditations. Un pass est
      *> d'abord réparti à parts égales sur les jours de son code,
      *> puis chaque jour sur ses représentations au prorata de leur
      *> durée ou à parts égales selon fe_modeVentil ; un passage
      *> dure 2 h comme dans VERIF_DISPO_SCENE. Les arrondis au
      *> centime vont au dernier jour du pass et à la dernière
      *> représentation du jour, pour que la somme imputée égale la
      *> recette. Les entrées pointées dans entrees.dat le sont par
      *> jour : chaque représentation porte celles de sa journée. Une
      *> recette sur un jour sans représentation sort en non ventilé.
       DECLARATION_SACEM.
       DISPLAY "Choisissez l'édition : "
       PERFORM AFFICHAGE_ANNEES_EDITIONS
       DISPLAY "Edition : " WITH NO ADVANCING
       ACCEPT fe_dateA
       OPEN INPUT feditions
       PERFORM VERIF_EDITION
       CLOSE feditions
       IF Wtrouve = 0 THEN
         DISPLAY "Pas d'édition à cette date."
       ELSE
         MOVE fe_dateA TO dateA
         PERFORM VARYING WdclJ FROM 1 BY 1 UNTIL WdclJ > 9
           MOVE 0 TO WdclJRecette(WdclJ)
           MOVE 0 TO WdclJDuree(WdclJ)
           MOVE 0 TO WdclJNbRep(WdclJ)
           MOVE 0 TO WdclJFaits(WdclJ)
           MOVE 0 TO WdclJImpute(WdclJ)
           MOVE 0 TO WdclJEntrees(WdclJ)
         END-PERFORM
         PERFORM CHARGER_REPRESENTATIONS_DECL
         PERFORM REPARTIR_RECETTES_JOURS
         PERFORM COMPTER_ENTREES_JOURS
         PERFORM ECRIRE_DECLARATION_SACEM
       END-IF.

      *> Représentations de l'édition dateA dans WdclRep, avec leur
      *> durée en minutes, et durée totale et nombre par jour.
       CHARGER_REPRESENTATIONS_DECL.
       MOVE 0 TO WdclNbRep
       OPEN INPUT frepresentations
       MOVE dateA TO frep_dateA
       MOVE 0 TO WdclFin
       START frepresentations, KEY = frep_dateA
         INVALID KEY
           MOVE 1 TO WdclFin
       END-START
       PERFORM WITH TEST BEFORE UNTIL WdclFin = 1
         READ frepresentations NEXT RECORD
         AT END MOVE 1 TO WdclFin
         NOT AT END
           IF frep_dateA NOT = dateA THEN
             MOVE 1 TO WdclFin
           ELSE
             IF WdclNbRep < 300 AND frep_jour > 0
                 AND frep_jour <= fe_nbJours THEN
               ADD 1 TO WdclNbRep
               MOVE frep_jour TO WdclRJour(WdclNbRep)
               MOVE frep_heureDebut TO WdclRHeure(WdclNbRep)
               MOVE frep_nomSce TO WdclRSce(WdclNbRep)
               MOVE frep_nomGr TO WdclRGr(WdclNbRep)
               MOVE frep_nbPersonneMax TO WdclRJauge(WdclNbRep)
               MOVE 120 TO WdclRDuree(WdclNbRep)
               ADD 120 TO WdclJDuree(frep_jour)
               ADD 1 TO WdclJNbRep(frep_jour)
             END-IF
           END-IF
         END-READ
       END-PERFORM
       CLOSE frepresentations.

      *> Recettes encaissées de chaque réservation payante de
      *> l'édition, réparties sur les jours couverts par son pass.
       REPARTIR_RECETTES_JOURS.
       MOVE 0 TO WdclNbResa
       OPEN INPUT freservations
       MOVE dateA TO fres_dateA
       MOVE 0 TO WdclFin
       START freservations, KEY = fres_dateA
         INVALID KEY
           MOVE 1 TO WdclFin
       END-START
       PERFORM WITH TEST BEFORE UNTIL WdclFin = 1
         READ freservations NEXT RECORD
         AT END MOVE 1 TO WdclFin
         NOT AT END
           IF fres_dateA NOT = dateA THEN
             MOVE 1 TO WdclFin
           ELSE
             IF fres_typeAcces = 0 THEN
               MOVE fres_id TO WresaId
               PERFORM CALCULER_TOTAL_PAIEMENTS
               MOVE fres_nomPa TO WpassCode
               PERFORM VERIF_PASS_CODE_VALIDE
               IF WpaiTotal > 0 AND WpassValide = 1 THEN
                 ADD 1 TO WdclNbResa
                 COMPUTE WdclPart ROUNDED = WpaiTotal / WpassNbJours
                 MOVE WpaiTotal TO WdclReste
                 PERFORM VARYING WjIdx FROM 1 BY 1
                     UNTIL WjIdx > WpassNbJours
                   IF WjIdx = WpassNbJours THEN
                     ADD WdclReste TO WdclJRecette(WpassJours(WjIdx))
                   ELSE
                     ADD WdclPart TO WdclJRecette(WpassJours(WjIdx))
                     SUBTRACT WdclPart FROM WdclReste
                   END-IF
                 END-PERFORM
               END-IF
             END-IF
           END-IF
         END-READ
       END-PERFORM
       CLOSE freservations.

      *> Entrées pointées par jour de l'édition dateA.
       COMPTER_ENTREES_JOURS.
       OPEN INPUT fentrees
       MOVE dateA TO fent_dateA
       MOVE 0 TO WdclFin
       START fentrees, KEY = fent_dateA
         INVALID KEY
           MOVE 1 TO WdclFin
       END-START
       PERFORM WITH TEST BEFORE UNTIL WdclFin = 1
         READ fentrees NEXT RECORD
         AT END MOVE 1 TO WdclFin
         NOT AT END
           IF fent_dateA NOT = dateA THEN
             MOVE 1 TO WdclFin
           ELSE
             IF fent_jour > 0 AND fent_jour <= 9 THEN
               ADD 1 TO WdclJEntrees(fent_jour)
             END-IF
           END-IF
         END-READ
       END-PERFORM
       CLOSE fentrees.

       ECRIRE_DECLARATION_SACEM.
       MOVE 0 TO WdclTotRecette
       MOVE 0 TO WdclTotSacem
       MOVE 0 TO WdclTotTaxe
       MOVE 0 TO WdclNonVentile
       MOVE SPACES TO WexportFile
       STRING 'declaration_sacem_' dateA '.txt' DELIMITED BY SIZE
         INTO WexportFile
       OPEN OUTPUT fexport
       MOVE SPACES TO WexportLine
       STRING 'Declaration SACEM et taxe spectacles;' dateA
         ';TauxSacem;' fe_tauxSacem ';TauxTaxe;' fe_tauxTaxe
         ';Ventilation;' fe_modeVentil
         DELIMITED BY SIZE INTO WexportLine
       WRITE fexpTampon FROM WexportLine
       MOVE SPACES TO WexportLine
       STRING 'Groupe;Scene;Edition;Jour;Heure;Jauge;EntreesJour;'
         'Recette;DroitsSacem;TaxeSpectacles'
         DELIMITED BY SIZE INTO WexportLine
       WRITE fexpTampon FROM WexportLine
       DISPLAY '  ____* Déclaration SACEM / taxe ', dateA, ' *____'
       PERFORM VARYING WdclIdx FROM 1 BY 1 UNTIL WdclIdx > WdclNbRep
         MOVE WdclRJour(WdclIdx) TO WdclJ
         ADD 1 TO WdclJFaits(WdclJ)
         IF WdclJFaits(WdclJ) = WdclJNbRep(WdclJ) THEN
           COMPUTE WdclPart = WdclJRecette(WdclJ) - WdclJImpute(WdclJ)
         ELSE
           IF fe_modeVentil = 2 THEN
             COMPUTE WdclPart ROUNDED =
               WdclJRecette(WdclJ) / WdclJNbRep(WdclJ)
           ELSE
             COMPUTE WdclPart ROUNDED =
               WdclJRecette(WdclJ) * WdclRDuree(WdclIdx)
               / WdclJDuree(WdclJ)
           END-IF
         END-IF
         ADD WdclPart TO WdclJImpute(WdclJ)
         COMPUTE WdclSacem ROUNDED = WdclPart * fe_tauxSacem / 100
         COMPUTE WdclTaxe ROUNDED = WdclPart * fe_tauxTaxe / 100
         ADD WdclPart TO WdclTotRecette
         ADD WdclSacem TO WdclTotSacem
         ADD WdclTaxe TO WdclTotTaxe
         MOVE WdclPart TO WdclMontantE
         MOVE WdclSacem TO WdclSacemE
         MOVE WdclTaxe TO WdclTaxeE
         DISPLAY ' | J', WdclJ, ' ', WdclRHeure(WdclIdx), ' ',
           FUNCTION TRIM(WdclRGr(WdclIdx)), ' / ',
           FUNCTION TRIM(WdclRSce(WdclIdx)), ' : ', WdclMontantE
         MOVE SPACES TO WexportLine
         STRING FUNCTION TRIM(WdclRGr(WdclIdx)) ';'
           FUNCTION TRIM(WdclRSce(WdclIdx)) ';' dateA ';' WdclJ ';'
           WdclRHeure(WdclIdx) ';' WdclRJauge(WdclIdx) ';'
           WdclJEntrees(WdclJ) ';' FUNCTION TRIM(WdclMontantE) ';'
           FUNCTION TRIM(WdclSacemE) ';' FUNCTION TRIM(WdclTaxeE)
           DELIMITED BY SIZE INTO WexportLine
         WRITE fexpTampon FROM WexportLine
       END-PERFORM
       PERFORM VARYING WdclJ FROM 1 BY 1 UNTIL WdclJ > fe_nbJours
         IF WdclJNbRep(WdclJ) = 0 AND WdclJRecette(WdclJ) > 0 THEN
           ADD WdclJRecette(WdclJ) TO WdclNonVentile
           MOVE WdclJRecette(WdclJ) TO WdclMontantE
           DISPLAY ' | Jour ', WdclJ, ' sans représentation : ',
             WdclMontantE, ' non ventilé'
           MOVE SPACES TO WexportLine
           STRING 'NON_VENTILE;;' dateA ';' WdclJ ';;;'
             WdclJEntrees(WdclJ) ';' FUNCTION TRIM(WdclMontantE)
             DELIMITED BY SIZE INTO WexportLine
           WRITE fexpTampon FROM WexportLine
         END-IF
       END-PERFORM
       MOVE WdclTotRecette TO WdclMontantE
       MOVE WdclTotSacem TO WdclSacemE
       MOVE WdclTotTaxe TO WdclTaxeE
       MOVE SPACES TO WexportLine
       STRING 'TOTAL;;' dateA ';;;;;' FUNCTION TRIM(WdclMontantE) ';'
         FUNCTION TRIM(WdclSacemE) ';' FUNCTION TRIM(WdclTaxeE)
         DELIMITED BY SIZE INTO WexportLine
       WRITE fexpTampon FROM WexportLine
       CLOSE fexport
       DISPLAY ' |_______________________________________|'
       DISPLAY 'Réservations payantes     : ', WdclNbResa
       DISPLAY 'Recette imputée           : ', WdclMontantE
       DISPLAY 'Droits SACEM              : ', WdclSacemE
       DISPLAY 'Taxe sur les spectacles   : ', WdclTaxeE
       IF WdclNonVentile > 0 THEN
         MOVE WdclNonVentile TO WdclMontantE
         DISPLAY 'Recette non ventilée      : ', WdclMontantE
       END-IF
       DISPLAY 'Déclaration exportée dans ', WexportFile
       STRING 'DECLARATION_SACEM fe_dateA=' dateA
         DELIMITED BY SIZE INTO WauditCible
       PERFORM ENREGISTRER_AUDIT.

      *> Planning des bénévoles : fiches, affectations par créneau
      *> sur une scène ou un poste, paramètres (repos minimum de
      *> l'édition, effectif minimum de chaque scène) et sorties
      *> (émargement, planning individuel, créneaux sous-staffés).
       GESTION_BENEVOLES.
        PERFORM WITH TEST AFTER UNTIL choix=0
         PERFORM WITH TEST AFTER UNTIL choix<9
              DISPLAY '  ______* Planning des bénévoles *________'
              DISPLAY ' |Annuler                    :           0|'
              DISPLAY ' |Ajouter un bénévole        :           1|'
              DISPLAY ' |Liste des bénévoles        :           2|'
              DISPLAY ' |Affecter un créneau        :           3|'
              DISPLAY ' |Supprimer un créneau       :           4|'
              DISPLAY ' |Repos et effectifs minimum :           5|'
              DISPLAY ' |Feuille d''émargement       :           6|'
              DISPLAY ' |Planning d''un bénévole     :           7|'
              DISPLAY ' |Créneaux sous-staffés      :           8|'
              DISPLAY ' |________________________________________|'
              DISPLAY 'Faites un choix : ' WITH NO ADVANCING
              ACCEPT choix
              EVALUATE choix
              WHEN 1 PERFORM AJOUTER_BENEVOLE
              WHEN 2 PERFORM AFFICHER_BENEVOLES
              WHEN 3 PERFORM AJOUTER_AFFECTATION
              WHEN 4 PERFORM SUPPRIMER_AFFECTATION
              WHEN 5 PERFORM SAISIR_PARAM_BENEVOLES
              WHEN 6 PERFORM FEUILLE_EMARGEMENT
              WHEN 7 PERFORM PLANNING_BENEVOLE
              WHEN 8 PERFORM RAPPORT_SOUS_EFFECTIF
              END-EVALUATE
         END-PERFORM
        END-PERFORM.

      *> Id suivant le plus grand id en fichier (les fiches sont
      *> lues dans l'ordre de la clé).
       ALLOUER_ID_BENEVOLE.
        MOVE 0 TO WbenId
        OPEN INPUT fbenevoles
        MOVE 0 TO WbenFin
        PERFORM WITH TEST BEFORE UNTIL WbenFin = 1
          READ fbenevoles NEXT RECORD
          AT END MOVE 1 TO WbenFin
          NOT AT END MOVE fben_id TO WbenId
          END-READ
        END-PERFORM
        CLOSE fbenevoles
        ADD 1 TO WbenId.

       AJOUTER_BENEVOLE.
        PERFORM ALLOUER_ID_BENEVOLE
        MOVE WbenId TO fben_id
        MOVE SPACES TO fben_nom
        PERFORM WITH TEST AFTER UNTIL fben_nom NOT = SPACES
          DISPLAY 'Nom : ' WITH NO ADVANCING
          ACCEPT fben_nom
        END-PERFORM
        DISPLAY 'Prénom : ' WITH NO ADVANCING
        ACCEPT fben_prenom
        DISPLAY 'Numéro de téléphone : ' WITH NO ADVANCING
        ACCEPT fben_numTel
        DISPLAY 'Adresse e-mail : ' WITH NO ADVANCING
        ACCEPT fben_adresseEmail
        OPEN I-O fbenevoles
        WRITE fbenTampon
        INVALID KEY
          DISPLAY 'Impossible d''enregistrer le bénévole'
        NOT INVALID KEY
          DISPLAY 'Bénévole enregistré : id ', fben_id
          STRING 'AJOUTER_BENEVOLE fben_id=' fben_id
            DELIMITED BY SIZE INTO WauditCible
          PERFORM ENREGISTRER_AUDIT
        END-WRITE
        CLOSE fbenevoles.

       AFFICHER_BENEVOLES.
        OPEN INPUT fbenevoles
        MOVE 0 TO WbenFin
        MOVE 0 TO WbenNb
        DISPLAY '  ___________* Bénévoles *_______________'
        PERFORM WITH TEST BEFORE UNTIL WbenFin = 1
          READ fbenevoles NEXT RECORD
          AT END MOVE 1 TO WbenFin
          NOT AT END
            DISPLAY fben_id, ' ', fben_nom, ' ', fben_prenom, ' ',
              fben_numTel
            ADD 1 TO WbenNb
          END-READ
        END-PERFORM
        CLOSE fbenevoles
        DISPLAY WbenNb, ' bénévole(s).'.

      *> Affectation d'un créneau : refusée si elle chevauche un autre
      *> créneau du bénévole sur l'édition ou laisse moins de
      *> fe_benReposMin minutes de repos avant ou après.
       AJOUTER_AFFECTATION.
        MOVE 1 TO WbenOk
        DISPLAY 'Id du bénévole : ' WITH NO ADVANCING
        ACCEPT WbenId
        OPEN INPUT fbenevoles
        MOVE WbenId TO fben_id
        READ fbenevoles
        INVALID KEY
          DISPLAY 'Bénévole inconnu'
          MOVE 0 TO WbenOk
        END-READ
        CLOSE fbenevoles
        IF WbenOk = 1 THEN
          MOVE 0 TO Wtrouve
          DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
          ACCEPT fe_dateA
          OPEN INPUT feditions
          PERFORM VERIF_EDITION
          CLOSE feditions
          IF Wtrouve = 0 THEN
            DISPLAY 'Edition pas trouvée'
            MOVE 0 TO WbenOk
          END-IF
        END-IF
        IF WbenOk = 1 THEN
          MOVE 0 TO WbenJour
          PERFORM WITH TEST AFTER UNTIL WbenJour > 0 AND
              WbenJour <= fe_nbJours
            DISPLAY 'Indiquer le jour (1 à ', fe_nbJours, ') : '
            WITH NO ADVANCING
            ACCEPT WbenJour
          END-PERFORM
          MOVE SPACES TO WbenPoste
          PERFORM WITH TEST AFTER UNTIL WbenPoste NOT = SPACES
            DISPLAY 'Scène ou poste (accueil, bar...) : '
            WITH NO ADVANCING
            ACCEPT WbenPoste
          END-PERFORM
          OPEN INPUT fscenes
          MOVE WbenPoste TO fs_nomSce
          MOVE fe_dateA TO fs_dateA
          READ fscenes
          INVALID KEY
            DISPLAY 'Poste hors scène'
          NOT INVALID KEY
            DISPLAY 'Scène : ', fs_minBenevoles, ' bénévole(s) '
            'requis par représentation'
          END-READ
          CLOSE fscenes
          MOVE 0 TO WbenDebMin
          MOVE 0 TO WbenFinMin
          PERFORM WITH TEST AFTER UNTIL WbenFinMin > WbenDebMin
            DISPLAY 'Heure de début (HHMM) : ' WITH NO ADVANCING
            ACCEPT faff_heureDebut
            DISPLAY 'Heure de fin (HHMM, 2400 au plus) : '
            WITH NO ADVANCING
            ACCEPT faff_heureFin
            DIVIDE faff_heureDebut BY 100 GIVING WbenHH
              REMAINDER WbenMM
            COMPUTE WbenDebMin = WbenJour * 1440 + WbenHH * 60 + WbenMM
            IF WbenHH > 23 OR WbenMM > 59 THEN
              MOVE 0 TO WbenDebMin
            END-IF
            DIVIDE faff_heureFin BY 100 GIVING WbenHH
              REMAINDER WbenMM
            COMPUTE WbenFinMin = WbenJour * 1440 + WbenHH * 60 + WbenMM
            IF WbenHH > 24 OR WbenMM > 59 OR
                (WbenHH = 24 AND WbenMM > 0) OR WbenDebMin = 0 THEN
              MOVE 0 TO WbenFinMin
            END-IF
            IF WbenFinMin <= WbenDebMin THEN
              DISPLAY 'Créneau invalide'
            END-IF
          END-PERFORM
          MOVE faff_heureDebut TO WbenHeureDeb
          MOVE faff_heureFin TO WbenHeureFin
          OPEN I-O faffectations
          MOVE WbenId TO faff_benId
          MOVE fe_dateA TO faff_dateA
          MOVE 0 TO faff_jour
          MOVE 0 TO faff_heureDebut
          MOVE 0 TO WbenFin
          START faffectations, KEY >= faff_cleAff
            INVALID KEY
              MOVE 1 TO WbenFin
          END-START
          PERFORM WITH TEST BEFORE UNTIL WbenFin = 1
            READ faffectations NEXT RECORD
            AT END MOVE 1 TO WbenFin
            NOT AT END
              IF faff_benId = WbenId AND faff_dateA = fe_dateA THEN
                DIVIDE faff_heureDebut BY 100 GIVING WbenHH
                  REMAINDER WbenMM
                COMPUTE WbenExDebMin =
                  faff_jour * 1440 + WbenHH * 60 + WbenMM
                DIVIDE faff_heureFin BY 100 GIVING WbenHH
                  REMAINDER WbenMM
                COMPUTE WbenExFinMin =
                  faff_jour * 1440 + WbenHH * 60 + WbenMM
                IF WbenDebMin < WbenExFinMin AND
                    WbenExDebMin < WbenFinMin THEN
                  DISPLAY 'Chevauchement avec le créneau du jour ',
                    faff_jour, ' ', faff_heureDebut, '-',
                    faff_heureFin, ' (', FUNCTION TRIM(faff_poste), ')'
                  MOVE 0 TO WbenOk
                ELSE
                  IF WbenExFinMin <= WbenDebMin THEN
                    COMPUTE WbenEcart = WbenDebMin - WbenExFinMin
                  ELSE
                    COMPUTE WbenEcart = WbenExDebMin - WbenFinMin
                  END-IF
                  IF WbenEcart < fe_benReposMin THEN
                    DISPLAY 'Repos insuffisant (', WbenEcart,
                      ' min) avec le créneau du jour ', faff_jour, ' ',
                      faff_heureDebut, '-', faff_heureFin
                    MOVE 0 TO WbenOk
                  END-IF
                END-IF
              ELSE
                MOVE 1 TO WbenFin
              END-IF
            END-READ
          END-PERFORM
          IF WbenOk = 1 THEN
            MOVE WbenId TO faff_benId
            MOVE fe_dateA TO faff_dateA
            MOVE WbenJour TO faff_jour
            MOVE WbenHeureDeb TO faff_heureDebut
            MOVE WbenHeureFin TO faff_heureFin
            MOVE WbenPoste TO faff_poste
            WRITE faffTampon
            INVALID KEY
              DISPLAY 'Un créneau commence déjà à cette heure'
            NOT INVALID KEY
              DISPLAY 'Créneau affecté'
              STRING 'AJOUTER_AFFECTATION fben_id=' faff_benId
                ' edition=' faff_dateA ' jour=' faff_jour ' debut='
                faff_heureDebut ' poste=' faff_poste
                DELIMITED BY SIZE INTO WauditCible
              PERFORM ENREGISTRER_AUDIT
            END-WRITE
          ELSE
            DISPLAY 'Créneau NON affecté'
          END-IF
          CLOSE faffectations
        END-IF.

       SUPPRIMER_AFFECTATION.
        DISPLAY 'Id du bénévole : ' WITH NO ADVANCING
        ACCEPT faff_benId
        DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
        ACCEPT faff_dateA
        DISPLAY 'Indiquer le jour : ' WITH NO ADVANCING
        ACCEPT faff_jour
        DISPLAY 'Heure de début (HHMM) : ' WITH NO ADVANCING
        ACCEPT faff_heureDebut
        OPEN I-O faffectations
        READ faffectations
        INVALID KEY
          DISPLAY 'Aucun créneau à cette heure pour ce bénévole.'
        NOT INVALID KEY
          DELETE faffectations RECORD
          INVALID KEY
            DISPLAY 'Impossible de supprimer le créneau'
          NOT INVALID KEY
            DISPLAY 'Créneau supprimé'
            STRING 'SUPPRIMER_AFFECTATION fben_id=' faff_benId
              ' edition=' faff_dateA ' jour=' faff_jour ' debut='
              faff_heureDebut DELIMITED BY SIZE INTO WauditCible
            PERFORM ENREGISTRER_AUDIT
          END-DELETE
        END-READ
        CLOSE faffectations.

      *> Repos minimum entre deux créneaux (fiche édition) puis
      *> effectif minimum de chaque scène de l'édition.
       SAISIR_PARAM_BENEVOLES.
        DISPLAY "Choisissez l'édition : "
        PERFORM AFFICHAGE_ANNEES_EDITIONS
        DISPLAY "Edition : " WITH NO ADVANCING
        ACCEPT fe_dateA
        OPEN I-O feditions
        PERFORM LIRE_EDITION_VERROU
        IF WverrOk = 0 THEN
          DISPLAY "Pas d'édition à cette date."
          CLOSE feditions
        ELSE
          DISPLAY 'Repos minimum entre deux créneaux (minutes, '
          'actuel ', fe_benReposMin, ') : ' WITH NO ADVANCING
          ACCEPT fe_benReposMin
          REWRITE fedTampon
          INVALID KEY
            DISPLAY 'Impossible d''enregistrer le repos minimum'
          END-REWRITE
          CLOSE feditions
          MOVE fe_dateA TO dateA
          OPEN I-O fscenes
          MOVE fe_dateA TO fs_dateA
          MOVE 0 TO WbenFin
          START fscenes, KEY = fs_dateA
            INVALID KEY
              DISPLAY 'Pas de scène pour cette édition'
              MOVE 1 TO WbenFin
          END-START
          PERFORM WITH TEST BEFORE UNTIL WbenFin = 1
            READ fscenes NEXT RECORD
            AT END MOVE 1 TO WbenFin
            NOT AT END
              IF fs_dateA = dateA THEN
                DISPLAY 'Bénévoles requis sur ', FUNCTION TRIM(fs_nomSce),
                  ' (actuel ', fs_minBenevoles, ') : '
                  WITH NO ADVANCING
                ACCEPT fs_minBenevoles
                REWRITE fscTampon END-REWRITE
              ELSE
                MOVE 1 TO WbenFin
              END-IF
            END-READ
          END-PERFORM
          CLOSE fscenes
          STRING 'SAISIR_PARAM_BENEVOLES fe_dateA=' dateA
            ' repos=' fe_benReposMin
            DELIMITED BY SIZE INTO WauditCible
          PERFORM ENREGISTRER_AUDIT
        END-IF.

      *> Feuille d'émargement d'un poste pour un jour : créneaux
      *> triés par heure de début, une ligne à signer par créneau.
       FEUILLE_EMARGEMENT.
        MOVE 0 TO Wtrouve
        DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
        ACCEPT fe_dateA
        OPEN INPUT feditions
        PERFORM VERIF_EDITION
        CLOSE feditions
        IF Wtrouve = 0 THEN
          DISPLAY 'Edition pas trouvée'
        ELSE
          MOVE 0 TO WbenJour
          PERFORM WITH TEST AFTER UNTIL WbenJour > 0 AND
              WbenJour <= fe_nbJours
            DISPLAY 'Indiquer le jour (1 à ', fe_nbJours, ') : '
            WITH NO ADVANCING
            ACCEPT WbenJour
          END-PERFORM
          MOVE SPACES TO WbenPoste
          PERFORM WITH TEST AFTER UNTIL WbenPoste NOT = SPACES
            DISPLAY 'Scène ou poste : ' WITH NO ADVANCING
            ACCEPT WbenPoste
          END-PERFORM
          MOVE 0 TO WbenNb
          MOVE fe_dateA TO dateA
          OPEN INPUT faffectations
          MOVE fe_dateA TO faff_dateA
          MOVE 0 TO WbenFin
          START faffectations, KEY = faff_dateA
            INVALID KEY
              MOVE 1 TO WbenFin
          END-START
          PERFORM WITH TEST BEFORE UNTIL WbenFin = 1
            READ faffectations NEXT RECORD
            AT END MOVE 1 TO WbenFin
            NOT AT END
              IF faff_dateA = dateA THEN
                IF faff_jour = WbenJour AND faff_poste = WbenPoste
                    AND WbenNb < 200 THEN
                  ADD 1 TO WbenNb
                  MOVE faff_heureDebut TO WbenLDebut(WbenNb)
                  MOVE faff_heureFin TO WbenLFin(WbenNb)
                  MOVE faff_benId TO WbenLId(WbenNb)
                  MOVE faff_poste TO WbenLPoste(WbenNb)
                END-IF
              ELSE
                MOVE 1 TO WbenFin
              END-IF
            END-READ
          END-PERFORM
          CLOSE faffectations
          PERFORM TRIER_CRENEAUX_BENEVOLES

          MOVE SPACES TO WexportFile
          STRING 'emargement_' dateA '_j' WbenJour '_'
            FUNCTION TRIM(WbenPoste) '.txt'
            DELIMITED BY SIZE INTO WexportFile
          OPEN OUTPUT fexport
          MOVE SPACES TO WexportLine
          STRING 'Edition;' dateA ';Jour;' WbenJour ';Poste;'
            FUNCTION TRIM(WbenPoste) DELIMITED BY SIZE
            INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          MOVE SPACES TO WexportLine
          STRING 'Debut;Fin;Id;Nom;Prenom;Telephone;Signature'
            DELIMITED BY SIZE INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          OPEN INPUT fbenevoles
          PERFORM VARYING WbenIdx FROM 1 BY 1 UNTIL WbenIdx > WbenNb
            MOVE WbenLId(WbenIdx) TO fben_id
            READ fbenevoles
            INVALID KEY
              MOVE SPACES TO fben_nom
              MOVE SPACES TO fben_prenom
              MOVE SPACES TO fben_numTel
            END-READ
            DISPLAY WbenLDebut(WbenIdx), '-', WbenLFin(WbenIdx), ' ',
              fben_nom, ' ', fben_prenom, ' ', fben_numTel
            MOVE SPACES TO WexportLine
            STRING WbenLDebut(WbenIdx) ';' WbenLFin(WbenIdx) ';'
              fben_id ';' FUNCTION TRIM(fben_nom) ';'
              FUNCTION TRIM(fben_prenom) ';' fben_numTel ';'
              DELIMITED BY SIZE INTO WexportLine
            WRITE fexpTampon FROM WexportLine
          END-PERFORM
          CLOSE fbenevoles
          CLOSE fexport
          DISPLAY WbenNb, ' créneau(x), feuille écrite dans ',
            WexportFile
        END-IF.

      *> Tri des créneaux chargés par heure de début, même mécanique
      *> que TRIER_PASSAGES_SCENE.
       TRIER_CRENEAUX_BENEVOLES.
        PERFORM VARYING WbenIdx FROM 1 BY 1 UNTIL WbenIdx >= WbenNb
          PERFORM VARYING WbenJ FROM 1 BY 1 UNTIL WbenJ >= WbenNb
            IF WbenLDebut(WbenJ) > WbenLDebut(WbenJ + 1) THEN
              MOVE WbenLigne(WbenJ) TO WbenSwap
              MOVE WbenLigne(WbenJ + 1) TO WbenLigne(WbenJ)
              MOVE WbenSwap TO WbenLigne(WbenJ + 1)
            END-IF
          END-PERFORM
        END-PERFORM.

      *> Planning individuel d'un bénévole, toutes éditions, dans
      *> l'ordre de la clé (édition, jour, heure de début).
       PLANNING_BENEVOLE.
        DISPLAY 'Id du bénévole : ' WITH NO ADVANCING
        ACCEPT WbenId
        OPEN INPUT fbenevoles
        MOVE WbenId TO fben_id
        READ fbenevoles
        INVALID KEY
          DISPLAY 'Bénévole inconnu'
        NOT INVALID KEY
          MOVE SPACES TO WexportFile
          STRING 'planning_benevole_' fben_id '.txt'
            DELIMITED BY SIZE INTO WexportFile
          OPEN OUTPUT fexport
          MOVE SPACES TO WexportLine
          STRING 'Benevole;' fben_id ';' FUNCTION TRIM(fben_nom) ';'
            FUNCTION TRIM(fben_prenom) DELIMITED BY SIZE
            INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          MOVE SPACES TO WexportLine
          STRING 'Edition;Jour;Debut;Fin;Poste' DELIMITED BY SIZE
            INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          DISPLAY '  ____* Planning de ', FUNCTION TRIM(fben_prenom),
            ' ', FUNCTION TRIM(fben_nom), ' *____'
          MOVE 0 TO WbenNb
          OPEN INPUT faffectations
          MOVE WbenId TO faff_benId
          MOVE 0 TO faff_dateA
          MOVE 0 TO faff_jour
          MOVE 0 TO faff_heureDebut
          MOVE 0 TO WbenFin
          START faffectations, KEY >= faff_cleAff
            INVALID KEY
              MOVE 1 TO WbenFin
          END-START
          PERFORM WITH TEST BEFORE UNTIL WbenFin = 1
            READ faffectations NEXT RECORD
            AT END MOVE 1 TO WbenFin
            NOT AT END
              IF faff_benId = WbenId THEN
                DISPLAY faff_dateA, ' jour ', faff_jour, ' ',
                  faff_heureDebut, '-', faff_heureFin, ' ', faff_poste
                MOVE SPACES TO WexportLine
                STRING faff_dateA ';' faff_jour ';' faff_heureDebut ';'
                  faff_heureFin ';' FUNCTION TRIM(faff_poste)
                  DELIMITED BY SIZE INTO WexportLine
                WRITE fexpTampon FROM WexportLine
                ADD 1 TO WbenNb
              ELSE
                MOVE 1 TO WbenFin
              END-IF
            END-READ
          END-PERFORM
          CLOSE faffectations
          CLOSE fexport
          DISPLAY WbenNb, ' créneau(x), planning écrit dans ',
            WexportFile
        END-READ
        CLOSE fbenevoles.

      *> Avant l'ouverture : chaque représentation de l'édition doit
      *> avoir sur sa scène au moins fs_minBenevoles bénévoles dont le
      *> créneau couvre tout le passage (2 h, la fenêtre de
      *> VERIF_DISPO_SCENE, bornée à minuit).
       RAPPORT_SOUS_EFFECTIF.
        MOVE 0 TO Wtrouve
        DISPLAY 'Indiquer l''édition : ' WITH NO ADVANCING
        ACCEPT fe_dateA
        OPEN INPUT feditions
        PERFORM VERIF_EDITION
        CLOSE feditions
        IF Wtrouve = 0 THEN
          DISPLAY 'Edition pas trouvée'
        ELSE
          MOVE fe_dateA TO dateA
          MOVE 0 TO WbenManques
          MOVE SPACES TO WexportFile
          STRING 'sous_effectif_' dateA '.txt' DELIMITED BY SIZE
            INTO WexportFile
          OPEN OUTPUT fexport
          MOVE SPACES TO WexportLine
          STRING 'Jour;Heure;Scene;Groupe;Effectif;Minimum'
            DELIMITED BY SIZE INTO WexportLine
          WRITE fexpTampon FROM WexportLine
          DISPLAY '  _____* Créneaux sous-staffés ', dateA, ' *_____'
          OPEN INPUT frepresentations
          OPEN INPUT fscenes
          OPEN INPUT faffectations
          MOVE dateA TO frep_dateA
          MOVE 0 TO Wfin
          START frepresentations, KEY = frep_dateA
            INVALID KEY
              MOVE 1 TO Wfin
          END-START
          PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ frepresentations NEXT RECORD
            AT END MOVE 1 TO Wfin
            NOT AT END
              IF frep_dateA = dateA THEN
                MOVE frep_nomSce TO fs_nomSce
                MOVE frep_dateA TO fs_dateA
                READ fscenes
                INVALID KEY
                  MOVE 0 TO fs_minBenevoles
                END-READ
                IF fs_minBenevoles > 0 THEN
                  PERFORM COMPTER_EFFECTIF_PASSAGE
                  IF WbenEffectif < fs_minBenevoles THEN
                    ADD 1 TO WbenManques
                    DISPLAY 'Jour ', frep_jour, ' ', frep_heureDebut,
                      ' ', FUNCTION TRIM(frep_nomSce), ' (',
                      FUNCTION TRIM(frep_nomGr), ') : ', WbenEffectif,
                      ' / ', fs_minBenevoles
                    MOVE SPACES TO WexportLine
                    STRING frep_jour ';' frep_heureDebut ';'
                      FUNCTION TRIM(frep_nomSce) ';'
                      FUNCTION TRIM(frep_nomGr) ';' WbenEffectif ';'
                      fs_minBenevoles DELIMITED BY SIZE
                      INTO WexportLine
                    WRITE fexpTampon FROM WexportLine
                  END-IF
                END-IF
              ELSE
                MOVE 1 TO Wfin
              END-IF
            END-READ
          END-PERFORM
          CLOSE faffectations
          CLOSE fscenes
          CLOSE frepresentations
          CLOSE fexport
          DISPLAY WbenManques, ' passage(s) sous l''effectif minimum, '
            'liste écrite dans ', WexportFile
        END-IF.

      *> Bénévoles affectés à la scène frep_nomSce le jour frep_jour
      *> dont le créneau couvre tout le passage courant (minutes
      *> dans la journée).
       COMPTER_EFFECTIF_PASSAGE.
        MOVE 0 TO WbenEffectif
        DIVIDE frep_heureDebut BY 100 GIVING WbenHH REMAINDER WbenMM
        COMPUTE WbenDebMin = WbenHH * 60 + WbenMM
        COMPUTE WbenFinMin = WbenDebMin + 120
        IF WbenFinMin > 1440 THEN
          MOVE 1440 TO WbenFinMin
        END-IF
        MOVE dateA TO faff_dateA
        MOVE 0 TO WbenFin
        START faffectations, KEY = faff_dateA
          INVALID KEY
            MOVE 1 TO WbenFin
        END-START
        PERFORM WITH TEST BEFORE UNTIL WbenFin = 1
          READ faffectations NEXT RECORD
          AT END MOVE 1 TO WbenFin
          NOT AT END
            IF faff_dateA = dateA THEN
              IF faff_jour = frep_jour AND faff_poste = frep_nomSce
                  THEN
                DIVIDE faff_heureDebut BY 100 GIVING WbenHH
                  REMAINDER WbenMM
                COMPUTE WbenExDebMin = WbenHH * 60 + WbenMM
                DIVIDE faff_heureFin BY 100 GIVING WbenHH
                  REMAINDER WbenMM
                COMPUTE WbenExFinMin = WbenHH * 60 + WbenMM
                IF WbenExDebMin <= WbenDebMin AND
                    WbenExFinMin >= WbenFinMin THEN
                  ADD 1 TO WbenEffectif
                END-IF
              END-IF
            ELSE
              MOVE 1 TO WbenFin
            END-IF
          END-READ
        END-PERFORM.

       RESET_EDITION.
      *>Supprime les représentations
       CLOSE farchives
       CLOSE fsauvegarde

       MOVE SPACES TO WsauveFile
       STRING 'reductions_' WclotDate '.bak' DELIMITED BY SIZE
         INTO WsauveFile
       OPEN OUTPUT fsauvegarde
       OPEN INPUT freductions
       MOVE 0 TO Wfin
       PERFORM WITH TEST BEFORE UNTIL Wfin = 1
         READ freductions NEXT RECORD
         AT END MOVE 1 TO Wfin
         NOT AT END WRITE fsauTampon FROM fredTampon
         END-READ
       END-PERFORM
       CLOSE freductions
       CLOSE fsauvegarde

       MOVE SPACES TO WsauveFile
       STRING 'quotas_acces_' WclotDate '.bak' DELIMITED BY SIZE
         INTO WsauveFile
       OPEN OUTPUT fsauvegarde
       OPEN INPUT fquotas
       MOVE 0 TO Wfin
       PERFORM WITH TEST BEFORE UNTIL Wfin = 1
         READ fquotas NEXT RECORD
         AT END MOVE 1 TO Wfin
         NOT AT END WRITE fsauTampon FROM fquoTampon
         END-READ
       END-PERFORM
       CLOSE fquotas
       CLOSE fsauvegarde

       MOVE SPACES TO WsauveFile
       STRING 'benevoles_' WclotDate '.bak' DELIMITED BY SIZE
         INTO WsauveFile
       OPEN OUTPUT fsauvegarde
       OPEN INPUT fbenevoles
       MOVE 0 TO Wfin
       PERFORM WITH TEST BEFORE UNTIL Wfin = 1
         READ fbenevoles NEXT RECORD
         AT END MOVE 1 TO Wfin
         NOT AT END WRITE fsauTampon FROM fbenTampon
         END-READ
       END-PERFORM
       CLOSE fbenevoles
       CLOSE fsauvegarde

       MOVE SPACES TO WsauveFile
       STRING 'affectations_' WclotDate '.bak' DELIMITED BY SIZE
         INTO WsauveFile
       OPEN OUTPUT fsauvegarde
       OPEN INPUT faffectations
       MOVE 0 TO Wfin
       PERFORM WITH TEST BEFORE UNTIL Wfin = 1
         READ faffectations NEXT RECORD
         AT END MOVE 1 TO Wfin
         NOT AT END WRITE fsauTampon FROM faffTampon
         END-READ
       END-PERFORM
       CLOSE faffectations
       CLOSE fsauvegarde

       MOVE SPACES TO WsauveFile
       STRING 'mouvements_' WclotDate '.bak' DELIMITED BY SIZE
         INTO WsauveFile
       OPEN OUTPUT fsauvegarde
       OPEN INPUT fmouvements
       MOVE 0 TO Wfin
       PERFORM WITH TEST BEFORE UNTIL Wfin = 1
         READ fmouvements NEXT RECORD
         AT END MOVE 1 TO Wfin
         NOT AT END WRITE fsauTampon FROM fmvtTampon
         END-READ
       END-PERFORM
       CLOSE fmouvements
       CLOSE fsauvegarde

       MOVE SPACES TO WsauveFile
       STRING 'bordereaux_' WclotDate '.bak' DELIMITED BY SIZE
         INTO WsauveFile
       OPEN OUTPUT fsauvegarde
       OPEN INPUT fbordereaux
       MOVE 0 TO Wfin
       PERFORM WITH TEST BEFORE UNTIL Wfin = 1
         READ fbordereaux NEXT RECORD
         AT END MOVE 1 TO Wfin
         NOT AT END WRITE fsauTampon FROM fborTampon
         END-READ
       END-PERFORM
       CLOSE fbordereaux
       CLOSE fsauvegarde

       MOVE SPACES TO WsauveFile
       STRING 'mois_clos_' WclotDate '.bak' DELIMITED BY SIZE
         INTO WsauveFile
       OPEN OUTPUT fsauvegarde
       OPEN INPUT fmoisclos
       MOVE 0 TO Wfin
       PERFORM WITH TEST BEFORE UNTIL Wfin = 1
         READ fmoisclos NEXT RECORD
         AT END MOVE 1 TO Wfin
         NOT AT END WRITE fsauTampon FROM fmcTampon
         END-READ
       END-PERFORM
       CLOSE fmoisclos
       CLOSE fsauvegarde

       MOVE SPACES TO WsauveFile
       STRING 'annulations_jour_' WclotDate '.bak' DELIMITED BY SIZE
         INTO WsauveFile
       OPEN OUTPUT fsauvegarde
       OPEN INPUT fannulations
       MOVE 0 TO Wfin
       PERFORM WITH TEST BEFORE UNTIL Wfin = 1
         READ fannulations NEXT RECORD
         AT END MOVE 1 TO Wfin
         NOT AT END WRITE fsauTampon FROM fanjTampon
         END-READ
       END-PERFORM
       CLOSE fannulations
       CLOSE fsauvegarde

       MOVE SPACES TO WsauveFile
       STRING 'outbox_' WclotDate '.bak' DELIMITED BY SIZE
         INTO WsauveFile
       OPEN OUTPUT fsauvegarde
       OPEN INPUT foutbox
       MOVE 0 TO Wfin
       PERFORM WITH TEST BEFORE UNTIL Wfin = 1
         READ foutbox NEXT RECORD
         AT END MOVE 1 TO Wfin
         NOT AT END WRITE fsauTampon FROM fobTampon
         END-READ
       END-PERFORM
       CLOSE foutbox
       CLOSE fsauvegarde

       MOVE SPACES TO WsauveFile
       STRING 'revendeurs_' WclotDate '.bak' DELIMITED BY SIZE
         INTO WsauveFile
       OPEN OUTPUT fsauvegarde
       OPEN INPUT frevendeurs
       MOVE 0 TO Wfin
       PERFORM WITH TEST BEFORE UNTIL Wfin = 1
         READ frevendeurs NEXT RECORD
         AT END MOVE 1 TO Wfin
         NOT AT END WRITE fsauTampon FROM frvTampon
         END-READ
       END-PERFORM
       CLOSE frevendeurs
       CLOSE fsauvegarde

       MOVE SPACES TO WsauveFile
       STRING 'contingents_' WclotDate '.bak' DELIMITED BY SIZE
         INTO WsauveFile
       OPEN OUTPUT fsauvegarde
       OPEN INPUT fcontingents
       MOVE 0 TO Wfin
       PERFORM WITH TEST BEFORE UNTIL Wfin = 1
         READ fcontingents NEXT RECORD
         AT END MOVE 1 TO Wfin
         NOT AT END WRITE fsauTampon FROM fctTampon
         END-READ
       END-PERFORM
       CLOSE fcontingents
       CLOSE fsauvegarde

       MOVE SPACES TO WsauveFile
       STRING 'ventes_revendeurs_' WclotDate '.bak' DELIMITED BY SIZE
         INTO WsauveFile
       OPEN OUTPUT fsauvegarde
       OPEN INPUT fventesExt
       MOVE 0 TO Wfin
       PERFORM WITH TEST BEFORE UNTIL Wfin = 1
         READ fventesExt NEXT RECORD
         AT END MOVE 1 TO Wfin
         NOT AT END WRITE fsauTampon FROM fvxTampon
         END-READ
       END-PERFORM
       CLOSE fventesExt
       CLOSE fsauvegarde

       MOVE SPACES TO WsauveFile
       STRING 'logistique_' WclotDate '.bak' DELIMITED BY SIZE
         INTO WsauveFile
       OPEN OUTPUT fsauvegarde
       OPEN INPUT flogistique
       MOVE 0 TO Wfin
       PERFORM WITH TEST BEFORE UNTIL Wfin = 1
         READ flogistique NEXT RECORD
         AT END MOVE 1 TO Wfin
         NOT AT END WRITE fsauTampon FROM flogTampon
         END-READ
       END-PERFORM
       CLOSE flogistique
       CLOSE fsauvegarde

      *> users.dat reste ouvert tant qu'un gestionnaire est connecté :
      *> on le copie via fusersTemp, un second SELECT sur le même
      *> fichier (même mécanisme que frepresentationsTemp), pour ne
       MOVE 0 TO WrestTrouves
       DISPLAY '  ______* Contenu de la sauvegarde ', WrestDate,
         ' *______'
       PERFORM VARYING WrestIdx FROM 1 BY 1 UNTIL WrestIdx > 29
         PERFORM PREPARER_NOM_SAUVEGARDE
         PERFORM INVENTORIER_SAUVEGARDE
       END-PERFORM
         DISPLAY 'Aucune sauvegarde trouvée à cette date.'
       ELSE
         MOVE 0 TO WrestFaits
         PERFORM VARYING WrestIdx FROM 1 BY 1 UNTIL WrestIdx > 29
           PERFORM PREPARER_NOM_SAUVEGARDE
           OPEN INPUT fsauvegarde
           IF fsau_stat = 00 THEN
         WHEN 16
           MOVE 'users' TO WrestNom
           MOVE 0 TO WrestCleLg
         WHEN 17
           MOVE 'reductions' TO WrestNom
           MOVE 0 TO WrestCleLg
         WHEN 18
           MOVE 'quotas_acces' TO WrestNom
           MOVE 0 TO WrestCleLg
         WHEN 19
           MOVE 'benevoles' TO WrestNom
           MOVE 6 TO WrestCleLg
         WHEN 20
           MOVE 'affectations' TO WrestNom
           MOVE 0 TO WrestCleLg
         WHEN 21
           MOVE 'mouvements' TO WrestNom
           MOVE 6 TO WrestCleLg
         WHEN 22
           MOVE 'bordereaux' TO WrestNom
           MOVE 6 TO WrestCleLg
         WHEN 23
           MOVE 'mois_clos' TO WrestNom
           MOVE 0 TO WrestCleLg
         WHEN 24
           MOVE 'annulations_jour' TO WrestNom
           MOVE 0 TO WrestCleLg
         WHEN 25
           MOVE 'outbox' TO WrestNom
           MOVE 0 TO WrestCleLg
         WHEN 26
           MOVE 'revendeurs' TO WrestNom
           MOVE 0 TO WrestCleLg
         WHEN 27
           MOVE 'contingents' TO WrestNom
           MOVE 0 TO WrestCleLg
         WHEN 28
           MOVE 'ventes_revendeurs' TO WrestNom
           MOVE 0 TO WrestCleLg
         WHEN 29
           MOVE 'logistique' TO WrestNom
           MOVE 0 TO WrestCleLg
       END-EVALUATE
       STRING FUNCTION TRIM(WrestNom) '_' WrestDate '.bak'
         DELIMITED BY SIZE INTO WsauveFile.
               PERFORM DECONNEXION_USER
             END-READ
           END-IF
         WHEN 17
           OPEN OUTPUT freductions
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
             READ fsauvegarde
             AT END MOVE 1 TO Wfin
             NOT AT END
               MOVE fsauTampon TO fredTampon
               WRITE fredTampon END-WRITE
             END-READ
           END-PERFORM
           CLOSE freductions
         WHEN 18
           OPEN OUTPUT fquotas
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
             READ fsauvegarde
             AT END MOVE 1 TO Wfin
             NOT AT END
               MOVE fsauTampon TO fquoTampon
               WRITE fquoTampon END-WRITE
             END-READ
           END-PERFORM
           CLOSE fquotas
         WHEN 19
           OPEN OUTPUT fbenevoles
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
             READ fsauvegarde
             AT END MOVE 1 TO Wfin
             NOT AT END
               MOVE fsauTampon TO fbenTampon
               WRITE fbenTampon END-WRITE
             END-READ
           END-PERFORM
           CLOSE fbenevoles
         WHEN 20
           OPEN OUTPUT faffectations
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
             READ fsauvegarde
             AT END MOVE 1 TO Wfin
             NOT AT END
               MOVE fsauTampon TO faffTampon
               WRITE faffTampon END-WRITE
             END-READ
           END-PERFORM
           CLOSE faffectations
         WHEN 21
           OPEN OUTPUT fmouvements
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
             READ fsauvegarde
             AT END MOVE 1 TO Wfin
             NOT AT END
               MOVE fsauTampon TO fmvtTampon
               WRITE fmvtTampon END-WRITE
             END-READ
           END-PERFORM
           CLOSE fmouvements
         WHEN 22
           OPEN OUTPUT fbordereaux
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
             READ fsauvegarde
             AT END MOVE 1 TO Wfin
             NOT AT END
               MOVE fsauTampon TO fborTampon
               WRITE fborTampon END-WRITE
             END-READ
           END-PERFORM
           CLOSE fbordereaux
         WHEN 23
           OPEN OUTPUT fmoisclos
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
             READ fsauvegarde
             AT END MOVE 1 TO Wfin
             NOT AT END
               MOVE fsauTampon TO fmcTampon
               WRITE fmcTampon END-WRITE
             END-READ
           END-PERFORM
           CLOSE fmoisclos
         WHEN 24
           OPEN OUTPUT fannulations
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
             READ fsauvegarde
             AT END MOVE 1 TO Wfin
             NOT AT END
               MOVE fsauTampon TO fanjTampon
               WRITE fanjTampon END-WRITE
             END-READ
           END-PERFORM
           CLOSE fannulations
         WHEN 25
           OPEN OUTPUT foutbox
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
             READ fsauvegarde
             AT END MOVE 1 TO Wfin
             NOT AT END
               MOVE fsauTampon TO fobTampon
               WRITE fobTampon END-WRITE
             END-READ
           END-PERFORM
           CLOSE foutbox
         WHEN 26
           OPEN OUTPUT frevendeurs
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
             READ fsauvegarde
             AT END MOVE 1 TO Wfin
             NOT AT END
               MOVE fsauTampon TO frvTampon
               WRITE frvTampon END-WRITE
             END-READ
           END-PERFORM
           CLOSE frevendeurs
         WHEN 27
           OPEN OUTPUT fcontingents
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
             READ fsauvegarde
             AT END MOVE 1 TO Wfin
             NOT AT END
               MOVE fsauTampon TO fctTampon
               WRITE fctTampon END-WRITE
             END-READ
           END-PERFORM
           CLOSE fcontingents
         WHEN 28
           OPEN OUTPUT fventesExt
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
             READ fsauvegarde
             AT END MOVE 1 TO Wfin
             NOT AT END
               MOVE fsauTampon TO fvxTampon
               WRITE fvxTampon END-WRITE
             END-READ
           END-PERFORM
           CLOSE fventesExt
         WHEN 29
           OPEN OUTPUT flogistique
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
             READ fsauvegarde
             AT END MOVE 1 TO Wfin
             NOT AT END
               MOVE fsauTampon TO flogTampon
               WRITE flogTampon END-WRITE
             END-READ
           END-PERFORM
           CLOSE flogistique
       END-EVALUATE.

      *> Nos obligations de protection des données imposent de faire
       DISPLAY 'Confirmer ? (1 oui, 0 non) : ' WITH NO ADVANCING
       ACCEPT choix
       IF choix = 1 THEN
         PERFORM ARCHIVER_JUSQUA_SEUIL
       ELSE
         DISPLAY 'Archivage abandonné.'
       END-IF.

      *> Archivage et anonymisation des éditions jusqu'à WarcSeuil
      *> incluse.
       ARCHIVER_JUSQUA_SEUIL.
         MOVE 0 TO WarcResa
         MOVE 0 TO WarcAttente
         MOVE 0 TO WarcPurges
           AT END MOVE 1 TO WarcFin
           NOT AT END
             IF fres_dateA <= WarcSeuil THEN
      *> Les accréditations partent sous le type A pour rester hors
      *> du rapport démographique des vieilles éditions.
               IF fres_typeAcces > 0 THEN
                 MOVE 'A' TO farc_type
               ELSE
                 MOVE 'R' TO farc_type
               END-IF
               MOVE fres_id TO farc_id
               MOVE fres_dateA TO farc_dateA
               MOVE fres_nomPa TO farc_nomPa
           ' resa=' WarcResa ' attente=' WarcAttente
           ' clients=' WarcClients
           DELIMITED BY SIZE INTO WauditCible
         PERFORM ENREGISTRER_AUDIT.

      *> Le fichier clients permanent ne doit pas survivre à
      *> l'obligation de rétention que ce batch applique : toute
             MOVE 0 TO ficmd_idCmd
             WRITE ficmdTampon END-WRITE
             CLOSE fiCommandes
             OPEN OUTPUT freductions
             CLOSE freductions
             OPEN OUTPUT fquotas
             CLOSE fquotas
             OPEN OUTPUT fbenevoles
             CLOSE fbenevoles
             OPEN OUTPUT faffectations
             CLOSE faffectations
             OPEN OUTPUT fmouvements
             CLOSE fmouvements
             OPEN OUTPUT fbordereaux
             CLOSE fbordereaux
             OPEN OUTPUT fmoisclos
             CLOSE fmoisclos
             OPEN OUTPUT fannulations
             CLOSE fannulations
             OPEN OUTPUT foutbox
             CLOSE foutbox
             OPEN OUTPUT frevendeurs
             CLOSE frevendeurs
             OPEN OUTPUT fcontingents
             CLOSE fcontingents
             OPEN OUTPUT fventesExt
             CLOSE fventesExt
             OPEN OUTPUT flogistique
             CLOSE flogistique

             MOVE "ScèneA" TO fs_nomSce
             MOVE 2015 TO fs_dateA
             MOVE 6 TO fs_capacite
             MOVE 2000 TO fs_cout
             MOVE 0 TO fs_minBenevoles
             WRITE fscTampon END-WRITE

             MOVE "ScèneB" TO fs_nomSce
             MOVE 2015 TO fs_dateA
             MOVE 6 TO fs_capacite
             MOVE 2000 TO fs_cout
             MOVE 0 TO fs_minBenevoles
             WRITE fscTampon END-WRITE

             MOVE "ScèneC" TO fs_nomSce
             MOVE 2015 TO fs_dateA
             MOVE 6 TO fs_capacite
             MOVE 2000 TO fs_cout
             MOVE 0 TO fs_minBenevoles
             WRITE fscTampon END-WRITE

             MOVE "ScèneA" TO fs_nomSce
             MOVE 2016 TO fs_dateA
             MOVE 6 TO fs_capacite
             MOVE 2000 TO fs_cout
             MOVE 0 TO fs_minBenevoles
             WRITE fscTampon END-WRITE

             MOVE "ScèneB" TO fs_nomSce
             MOVE 2016 TO fs_dateA
             MOVE 6 TO fs_capacite
             MOVE 2000 TO fs_cout
             MOVE 0 TO fs_minBenevoles
             WRITE fscTampon END-WRITE

             MOVE "ScèneC" TO fs_nomSce
             MOVE 2016 TO fs_dateA
             MOVE 6 TO fs_capacite
             MOVE 2000 TO fs_cout
             MOVE 0 TO fs_minBenevoles
             WRITE fscTampon END-WRITE

             MOVE "ScèneA" TO fs_nomSce
             MOVE 2017 TO fs_dateA
             MOVE 6 TO fs_capacite
             MOVE 2000 TO fs_cout
             MOVE 0 TO fs_minBenevoles
             WRITE fscTampon END-WRITE

             MOVE "ScèneB" TO fs_nomSce
             MOVE 2017 TO fs_dateA
             MOVE 6 TO fs_capacite
             MOVE 2000 TO fs_cout
             MOVE 0 TO fs_minBenevoles
             WRITE fscTampon END-WRITE

             MOVE "ScèneC" TO fs_nomSce
             MOVE 2017 TO fs_dateA
             MOVE 6 TO fs_capacite
             MOVE 2000 TO fs_cout
             MOVE 0 TO fs_minBenevoles
             WRITE fscTampon END-WRITE

             MOVE "Meshuggah" TO fg_nom
             MOVE 0 TO fe_budCachets
             MOVE 0 TO fe_budScenes
             MOVE 0 TO fe_budAutres
             MOVE 0 TO fe_benReposMin
             MOVE 0 TO fe_dateLimTransfert
             MOVE 0 TO fe_tauxSacem
             MOVE 0 TO fe_tauxTaxe
             MOVE 0 TO fe_modeVentil
             MOVE 0 TO fe_dateJour1
             MOVE 0 TO fe_delaiBalance
             WRITE fedTampon END-WRITE

             MOVE 2016 TO fe_dateA
             MOVE 0 TO fe_budCachets
             MOVE 0 TO fe_budScenes
             MOVE 0 TO fe_budAutres
             MOVE 0 TO fe_benReposMin
             MOVE 0 TO fe_dateLimTransfert
             MOVE 0 TO fe_tauxSacem
             MOVE 0 TO fe_tauxTaxe
             MOVE 0 TO fe_modeVentil
             MOVE 0 TO fe_dateJour1
             MOVE 0 TO fe_delaiBalance
             WRITE fedTampon END-WRITE

             MOVE 2017 TO fe_dateA
             MOVE 0 TO fe_budCachets
             MOVE 0 TO fe_budScenes
             MOVE 0 TO fe_budAutres
             MOVE 0 TO fe_benReposMin
             MOVE 0 TO fe_dateLimTransfert
             MOVE 0 TO fe_tauxSacem
             MOVE 0 TO fe_tauxTaxe
             MOVE 0 TO fe_modeVentil
             MOVE 0 TO fe_dateJour1
             MOVE 0 TO fe_delaiBalance
             WRITE fedTampon END-WRITE

             MOVE 1 TO fp_nomPa
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE
             
             MOVE 2 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 3 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 4 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 5 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 6 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 7 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 8 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 9 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE


             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 2 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 3 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 4 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 5 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 6 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 7 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 8 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 9 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 10 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 11 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 12 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 13 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 14 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 15 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 16 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 17 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 18 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 19 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 20 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 21 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 22 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 23 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 24 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 25 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 26 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 27 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 28 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 29 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 30 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 31 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 32 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 33 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 39 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 34 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 35 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 36 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 37 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 38 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE

             MOVE 40 TO fres_id
             MOVE 01011990 TO fres_dateNaissance
             MOVE 0 TO fres_clientId
             MOVE 0 TO fres_cmdId
             MOVE 0 TO fres_typeAcces
             MOVE SPACES TO fres_nomGr
             MOVE SPACES TO fres_reducCode
             MOVE 0 TO fres_remise
             WRITE fresTampon END-WRITE             
              
             MOVE 45 TO fi_idResa
