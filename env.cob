                access mode is sequential
                file status is cr_fCsbT.

                select fInv assign to "Inventaire.dat"
                organization indexed
                access mode is dynamic
                record key is fInv_cle
                file status is cr_fInv.

                select fAju assign to "AjustementsStock.dat"
                organization sequential
                access mode is sequential
                file status is cr_fAju.

                select fFeu assign to "FeuilleInventaire.dat"
                organization line sequential
                file status is cr_fFeu.

                select fEca assign to "EcartsInventaire.dat"
                organization line sequential
                file status is cr_fEca.

                select fTck assign to "TicketCaisse.dat"
                organization line sequential
                file status is cr_fTck.

                select fFac assign to "FacturesFournisseur.dat"
                organization indexed
                access mode is dynamic
                record key is fFac_id
                file status is cr_fFac.

                select fReg assign to "ReglementsFournisseur.dat"
                organization sequential
                access mode is sequential
                file status is cr_fReg.

                select fPtr assign to "PointReprise.dat"
                organization sequential
                access mode is sequential
                file status is cr_fPtr.

                select fJbt assign to "JournalBatch.dat"
                organization sequential
                access mode is sequential
                file status is cr_fJbt.

                select fTva assign to "TauxTVA.dat"
                organization indexed
                access mode is dynamic
                record key is fTva_cle
                file status is cr_fTva.

                select fDtv assign to "DeclarationsTVA.dat"
                organization indexed
                access mode is dynamic
                record key is fDtv_cle
                file status is cr_fDtv.

                select fCsv assign to "ConsommationsVente.dat"
                organization sequential
                access mode is sequential
                file status is cr_fCsv.

                select fRap assign to "Rappel.dat"
                organization sequential
                access mode is sequential
                file status is cr_fRap.

                select fSub assign to "SubstitutsRecette.dat"
                organization indexed
                access mode is dynamic
                record key is fSub_cle
                file status is cr_fSub.

                select fPcg assign to "PlanComptable.dat"
                organization indexed
                access mode is dynamic
                record key is fPcg_mouvement
                file status is cr_fPcg.

                select fExp assign to "ExportComptable.dat"
                organization line sequential
                access mode is sequential
                file status is cr_fExp.

                select fExr assign to "ExportsComptables.dat"
                organization indexed
                access mode is dynamic
                record key is fExr_periode
                file status is cr_fExr.

                select fPro assign to "Promotions.dat"
                organization indexed
                access mode is dynamic
                record key is fPro_id
                file status is cr_fPro.

                select fBon assign to "BonsCadeau.dat"
                organization indexed
                access mode is dynamic
                record key is fBon_code
                file status is cr_fBon.

                select fBmv assign to "BonsMouvements.dat"
                organization sequential
                access mode is sequential
                file status is cr_fBmv.

        DATA DIVISION.

        FILE SECTION.
                02 fVen_prix PIC 9(10).
                02 fVen_client PIC A(30).
                02 fVen_rembourse PIC 9(4).
                02 fVen_ticket PIC 9(6).
                02 fVen_ht PIC 9(10).
                02 fVen_taux PIC 9(2)V99.
                02 fVen_tva PIC 9(10).
                02 fVen_remise PIC 9(10).
                02 fVen_promo PIC 9(4).
                02 fVen_bon PIC 9(10).

        FD fCom.
        01 tamp_fCom.
                        03 fAch_mois PIC 9(2).
                        03 fAch_jour PIC 9(2).
                02 fAch_fournisseur PIC A(30).
                02 fAch_commande PIC 9(5).
                02 fAch_tauxTva PIC 9(2)V99.

        FD fFou.
        01 tamp_fFou.
                02 fFou_nom PIC A(30).
                02 fFou_contact PIC X(30).
                02 fFou_delai PIC 9(3).

        FD fCde.
        01 tamp_fCde.
                        03 fCde_mois PIC 9(2).
                        03 fCde_jour PIC 9(2).
                02 fCde_statut PIC 9.
                02 fCde_recu PIC 9(4).
                02 fCde_facture PIC 9(4).

        FD fBrl.
        01 tamp_fBrl.
                02 fCsb_lot PIC 9(5).
                02 fCsb_quantite PIC 9(8).
                02 fCsb_prixUnitaire PIC 9(10).
                02 fCsb_substitutDe PIC A(30).

        FD fCsbT.
        01 tamp_fCsbT.
                02 fCsbT_lot PIC 9(5).
                02 fCsbT_quantite PIC 9(8).
                02 fCsbT_prixUnitaire PIC 9(10).
                02 fCsbT_substitutDe PIC A(30).

        FD fJrn.
        01 tamp_fJrn.
                02 fLot_quantite PIC 9(4).
                02 fLot_dateEntree PIC 9(8).
                02 fLot_peremption PIC 9(8).
                02 fLot_fournisseur PIC A(30).
                02 fLot_commande PIC 9(5).

        FD fLtp.
        01 tamp_fLtp.
                02 fLtp_quantite PIC 9(4).
                02 fLtp_dateBrassage PIC 9(8).
                02 fLtp_limite PIC 9(8).
                02 fLtp_brassage PIC 9(5).
                02 fLtp_bloque PIC 9.

        FD fPrx.
        01 tamp_fPrx.
                        03 fRbt_annee PIC 9(4).
                        03 fRbt_mois PIC 9(2).
                        03 fRbt_jour PIC 9(2).
                02 fRbt_ht PIC 9(10).
                02 fRbt_taux PIC 9(2)V99.
                02 fRbt_tva PIC 9(10).

        FD fVenA.
        01 tamp_fVenA.
                02 fVenA_prix PIC 9(10).
                02 fVenA_client PIC A(30).
                02 fVenA_rembourse PIC 9(4).
                02 fVenA_ticket PIC 9(6).
                02 fVenA_ht PIC 9(10).
                02 fVenA_taux PIC 9(2)V99.
                02 fVenA_tva PIC 9(10).
                02 fVenA_remise PIC 9(10).
                02 fVenA_promo PIC 9(4).
                02 fVenA_bon PIC 9(10).

        FD fJrnA.
        01 tamp_fJrnA.
                02 fCloture_totalVentes PIC S9(10) SIGN LEADING SEPARATE.
                02 fCloture_bestPot PIC A(30).
                02 fCloture_bestEff PIC A(30).
                02 fCloture_tvaCollectee PIC S9(10) SIGN LEADING SEPARATE.
                02 fCloture_tvaDeductible PIC S9(10)
                SIGN LEADING SEPARATE.
                02 fCloture_tvaDue PIC S9(10) SIGN LEADING SEPARATE.

        FD fInv.
        01 tamp_fInv.
                02 fInv_cle.
                        03 fInv_type PIC X(1).
                        03 fInv_nom PIC A(30).
                        03 fInv_lot PIC 9(5).
                02 fInv_date PIC 9(8).
                02 fInv_theorique PIC 9(4).
                02 fInv_compte PIC 9(4).
                02 fInv_saisi PIC 9.

        FD fAju.
        01 tamp_fAju.
                02 fAju_date PIC 9(8).
                02 fAju_type PIC X(1).
                02 fAju_nom PIC A(30).
                02 fAju_lot PIC 9(5).
                02 fAju_sens PIC X(1).
                02 fAju_quantite PIC 9(4).
                02 fAju_prixUnitaire PIC 9(10).
                02 fAju_valeur PIC 9(12).
                02 fAju_motif PIC X(6).
                02 fAju_approbateur PIC A(30).

        FD fFeu.
        01 feuLigne PIC X(100).

        FD fEca.
        01 ecaLigne PIC X(100).

        FD fTck.
        01 tckLigne PIC X(80).

        FD fFac.
        01 tamp_fFac.
                02 fFac_id PIC 9(5).
                02 fFac_fournisseur PIC A(30).
                02 fFac_commande PIC 9(5).
                02 fFac_reference PIC X(15).
                02 fFac_date PIC 9(8).
                02 fFac_echeance PIC 9(8).
                02 fFac_quantite PIC 9(4).
                02 fFac_prixUnitaire PIC 9(10).
                02 fFac_montant PIC 9(10).
                02 fFac_regle PIC 9(10).
                02 fFac_statut PIC 9.
                02 fFac_ecartQte PIC X(1).
                02 fFac_ecartPrix PIC X(1).
                02 fFac_ht PIC 9(10).
                02 fFac_tauxTva PIC 9(2)V99.
                02 fFac_tva PIC 9(10).
                02 fFac_qteRecue PIC 9(4).
                02 fFac_ecartHt PIC S9(10) SIGN LEADING SEPARATE.
                02 fFac_ecartTva PIC S9(10) SIGN LEADING SEPARATE.

        FD fReg.
        01 tamp_fReg.
                02 fReg_date PIC 9(8).
                02 fReg_facture PIC 9(5).
                02 fReg_fournisseur PIC A(30).
                02 fReg_montant PIC 9(10).

        FD fPtr.
        01 tamp_fPtr.
                02 fPtr_dateRun PIC 9(8).
                02 fPtr_etape PIC 9(2).
                02 fPtr_statut PIC X(1).

        FD fJbt.
        01 tamp_fJbt.
                02 fJbt_date PIC 9(8).
                02 fJbt_heure PIC 9(8).
                02 fJbt_etape PIC 9(2).
                02 fJbt_nom PIC X(20).
                02 fJbt_statut PIC X(6).
                02 fJbt_message PIC X(40).

        FD fTva.
        01 tamp_fTva.
                02 fTva_cle.
                        03 fTva_nature PIC X(1).
                        03 fTva_code PIC A(30).
                02 fTva_taux PIC 9(2)V99.

        FD fDtv.
        01 tamp_fDtv.
                02 fDtv_cle.
                        03 fDtv_annee PIC 9(4).
                        03 fDtv_mois PIC 9(2).
                        03 fDtv_nature PIC X(1).
                        03 fDtv_taux PIC 9(2)V99.
                02 fDtv_base PIC S9(10) SIGN LEADING SEPARATE.
                02 fDtv_tva PIC S9(10) SIGN LEADING SEPARATE.

        FD fCsv.
        01 tamp_fCsv.
                02 fCsv_venteId.
                        03 fCsv_venteAnnee PIC 9(4).
                        03 fCsv_venteMois PIC 9(2).
                        03 fCsv_venteJour PIC 9(2).
                        03 fCsv_venteNum PIC 9(4).
                02 fCsv_lot PIC 9(5).
                02 fCsv_quantite PIC 9(4).

        FD fRap.
        01 tamp_fRap.
                02 fRap_venteId.
                        03 fRap_venteAnnee PIC 9(4).
                        03 fRap_venteMois PIC 9(2).
                        03 fRap_venteJour PIC 9(2).
                        03 fRap_venteNum PIC 9(4).
                02 fRap_client PIC A(30).
                02 fRap_potion PIC A(30).
                02 fRap_lotPotion PIC 9(5).
                02 fRap_quantite PIC 9(4).
                02 fRap_montant PIC 9(10).
                02 fRap_statut PIC X(1).
                02 fRap_lotRappel PIC 9(5).

        FD fSub.
        01 tamp_fSub.
                02 fSub_cle.
                        03 fSub_recette PIC 9(3).
                        03 fSub_substitut PIC A(30).
                02 fSub_quantite PIC 9(4).

        FD fPcg.
        01 tamp_fPcg.
                02 fPcg_mouvement PIC X(8).
                02 fPcg_compte PIC X(8).

        FD fExp.
        01 tamp_fExp.
                02 fExp_date PIC 9(8).
                02 FILLER PIC X(1).
                02 fExp_journal PIC X(2).
                02 FILLER PIC X(1).
                02 fExp_compte PIC X(8).
                02 FILLER PIC X(1).
                02 fExp_debit PIC 9(10).
                02 FILLER PIC X(1).
                02 fExp_credit PIC 9(10).
                02 FILLER PIC X(1).
                02 fExp_reference PIC X(20).

        FD fExr.
        01 tamp_fExr.
                02 fExr_periode.
                        03 fExr_annee PIC 9(4).
                        03 fExr_mois PIC 9(2).
                02 fExr_date PIC 9(8).
                02 fExr_lignes PIC 9(6).
                02 fExr_debit PIC 9(12).
                02 fExr_credit PIC 9(12).
                02 fExr_ecart PIC S9(10) SIGN LEADING SEPARATE.

        FD fPro.
        01 tamp_fPro.
                02 fPro_id PIC 9(4).
                02 fPro_nom PIC X(20).
                02 fPro_cible PIC X(1).
                02 fPro_code PIC A(30).
                02 fPro_type PIC X(1).
                02 fPro_valeur PIC 9(8).
                02 fPro_debut PIC 9(8).
                02 fPro_fin PIC 9(8).
                02 fPro_palierMin PIC 9.

        FD fBon.
        01 tamp_fBon.
                02 fBon_code PIC X(12).
                02 fBon_numero PIC 9(6).
                02 fBon_acheteur PIC A(30).
                02 fBon_dateAchat PIC 9(8).
                02 fBon_valeur PIC 9(8).
                02 fBon_solde PIC 9(8).

        FD fBmv.
        01 tamp_fBmv.
                02 fBmv_date PIC 9(8).
                02 fBmv_code PIC X(12).
                02 fBmv_type PIC X(1).
                02 fBmv_client PIC A(30).
                02 fBmv_montant PIC 9(8).
                02 fBmv_ticket PIC 9(6).

        WORKING-STORAGE SECTION.

        77 cdeProchainId PIC 9(5).
        77 cdeScanFin PIC 9.
        77 cdeRecuId PIC 9(5).
        77 cdeReliquat PIC 9(4).
        77 cdeSolder PIC 9.
        77 histoOk PIC 9.
        77 histoChoix PIC 9.
        77 histoFiltre PIC A(30).
        77 ltpLimJour PIC 9(2).
        77 ltpAlerteCnt PIC 9(4).
        77 ltpJeter PIC 9.
        77 ltpPreleve PIC 9(4).

      *> Fidélité : paliers gagnés sur le cumul d'achats (net des
      *> remboursements), remise automatique en caisse
        77 crbUnit PIC 9(10).
        77 crbBrassageId PIC 9(5).
        77 crbTrouve PIC 9.
        77 crbNbSubst PIC 9(3).

      *> Clôture annuelle : archivage des ventes et purge du journal
        77 cr_fVenA PIC 9(2).
        77 planPrixTrouve PIC 9.
        77 planCnt PIC 9(4).

      *> Programme de brassage d'après la vitesse de vente
        77 pbrSemaines PIC 9(2).
        77 pbrJours PIC 9(3).
        77 pbrCibleJours PIC 9(3) VALUE 14.
        77 pbrDateJour PIC 9(8).
        77 pbrDateDebut PIC 9(8).
        77 pbrFin PIC 9.
        77 pbrFin2 PIC 9.
        77 pbrNb PIC 9(3).
        77 pbrMax PIC 9(3) VALUE 100.
        77 pbrIdx PIC 9(3).
        77 pbrIdx2 PIC 9(3).
        77 pbrCle PIC A(30).
        77 pbrTrouve PIC 9.
        77 pbrPerimes PIC 9(6).
        77 pbrNet PIC S9(6).
        77 pbrCalcul PIC S9(8).
        77 pbrRang PIC 9(3).
        77 pbrNbProgramme PIC 9(3).
        77 pbrNbIng PIC 9(3).
        77 pbrIngTrouve PIC 9.
        77 pbrLigneBesoin PIC 9(8).
        77 pbrIngManque PIC 9(8).
        77 pbrManquants PIC 9(3).
        77 pbrSansRecette PIC 9(3).

        01 pbrPotions.
                02 pbrPotion OCCURS 100.
                        03 pbrNom PIC A(30).
                        03 pbrVendu PIC S9(6).
                        03 pbrUtilisable PIC 9(6).
                        03 pbrPreCmd PIC 9(6).
                        03 pbrVitesse PIC 9(5)V99.
                        03 pbrCouverture PIC 9(4).
                        03 pbrSuggere PIC 9(6).

        01 pbrEchange PIC X(65).

        01 pbrIngredients.
                02 pbrIngredient OCCURS 100.
                        03 pbrIngNom PIC A(30).
                        03 pbrIngBesoin PIC 9(8).

      *> Registre des ventes
        77 registreFin PIC 9.
        77 rechercheAnnee PIC 9(4).
        77 recSuppNom PIC A(30).
        77 recSuppFin PIC 9.

      *> Inventaire physique : feuille de comptage par lot, écarts
      *> valorisés et ajustements approuvés par un Alchimiste
        77 cr_fInv PIC 9(2).
        77 cr_fAju PIC 9(2).
        77 cr_fFeu PIC 9(2).
        77 cr_fEca PIC 9(2).
        77 invOk PIC 9.
        77 invChoix PIC 9.
        77 invFin PIC 9.
        77 invFin2 PIC 9.
        77 invOuverte PIC 9.
        77 invDateTmp PIC 9(8).
        77 invDateJour PIC 9(8).
        77 invSommeLots PIC 9(8).
        77 invLignes PIC 9(4).
        77 invRestants PIC 9(4).
        77 invEcartCnt PIC 9(4).
        77 invSaisie PIC X(6).
        77 invSaisieNum PIC S9(8).
        77 invEcart PIC S9(5).
        77 invEcartAbs PIC 9(5).
        77 invPrix PIC 9(10).
        77 invValeur PIC S9(12).
        77 invValeurAbs PIC 9(12).
        77 invTotalPertes PIC 9(12).
        77 invTotalGains PIC 9(12).
        77 invNouvelle PIC S9(8).
        77 invMotifChoix PIC 9.
        77 invMotif PIC X(6).
        77 invCorrType PIC X(1).
        77 invCorrNom PIC A(30).
        77 invCorrLot PIC 9(5).
        77 invAbandon PIC 9.
        77 treInvCredits PIC 9(10).
        77 treInvDebits PIC 9(10).

        01 invTitre.
                02 invTitreLibelle PIC X(36).
                02 invTitreJour PIC 9(2).
                02 FILLER PIC X VALUE "/".
                02 invTitreMois PIC 9(2).
                02 FILLER PIC X VALUE "/".
                02 invTitreAnnee PIC 9(4).

        01 invFeuDetail.
                02 invFeuNom PIC X(30).
                02 FILLER PIC X(2) VALUE SPACES.
                02 invFeuLot PIC ZZZZ9.
                02 FILLER PIC X(2) VALUE SPACES.
                02 invFeuLimite PIC 9(8).
                02 FILLER PIC X(4) VALUE SPACES.
                02 FILLER PIC X(16) VALUE "COMPTE : _______".

        01 invEcaDetail.
                02 invEcaType PIC X(2).
                02 invEcaNom PIC X(30).
                02 FILLER PIC X VALUE SPACE.
                02 invEcaLot PIC ZZZZ9.
                02 FILLER PIC X VALUE SPACE.
                02 invEcaTheo PIC ZZZ9.
                02 FILLER PIC X VALUE SPACE.
                02 invEcaCompte PIC ZZZ9.
                02 FILLER PIC X VALUE SPACE.
                02 invEcaEcart PIC +ZZZZ9.
                02 FILLER PIC X VALUE SPACE.
                02 invEcaValeur PIC +ZZZZZZZZZZZ9.

        01 invTotalLigne.
                02 invTotLibelle PIC X(30).
                02 FILLER PIC X(26) VALUE SPACES.
                02 invTotMontant PIC ZZZZZZZZZZZ9.

      *> Panier de la caisse : plusieurs potions payées en une fois
      *> et rattachées par un numéro de ticket
        77 cr_fTck PIC 9(2).
        77 panOk PIC 9.
        77 panChoix PIC 9.
        77 panNb PIC 9(2).
        77 panMax PIC 9(2) VALUE 20.
        77 panIdx PIC 9(2).
        77 panTrouve PIC 9.
        77 panQuantite PIC 9(4).
        77 panDejaPris PIC 9(4).
        77 panTotalBrut PIC 9(10).
        77 panTotalRemise PIC 9(10).
        77 panTotalNet PIC 9(10).
        77 panRefus PIC 9.
        77 panScanFin PIC 9.
        77 panSoldeApres PIC 9(8).
        77 venteTicket PIC 9(6).
        77 rbtTicket PIC 9(6).
        77 rbtMode PIC 9.
        77 rbtTrouve PIC 9.
        77 rbtTicketCnt PIC 9(2).
        77 rbtFin PIC 9.

        01 panLignes.
                02 panLigne OCCURS 21.
                        03 panPotion PIC A(30).
                        03 panQte PIC 9(4).
                        03 panPrixUnit PIC 9(10).
                        03 panBrut PIC 9(10).
                        03 panRemise PIC 9(10).
                        03 panNet PIC 9(10).
                        03 panEffet PIC A(30).
                        03 panPromo PIC 9(4).
                        03 panBon PIC 9(10).

        01 tckTitre.
                02 FILLER PIC X(20) VALUE "TICKET DE CAISSE NO ".
                02 tckTitreNum PIC 9(6).
                02 FILLER PIC X(4) VALUE " DU ".
                02 tckTitreJour PIC 9(2).
                02 FILLER PIC X VALUE "/".
                02 tckTitreMois PIC 9(2).
                02 FILLER PIC X VALUE "/".
                02 tckTitreAnnee PIC 9(4).

        01 tckDetail.
                02 tckDetNom PIC X(30).
                02 FILLER PIC X(2) VALUE SPACES.
                02 tckDetQte PIC ZZZ9.
                02 FILLER PIC X(2) VALUE SPACES.
                02 tckDetPrix PIC ZZZZZZZZZ9.
                02 FILLER PIC X(2) VALUE SPACES.
                02 tckDetMontant PIC ZZZZZZZZZ9.

        01 tckTotalLigne.
                02 tckTotLibelle PIC X(30).
                02 FILLER PIC X(20) VALUE SPACES.
                02 tckTotMontant PIC ZZZZZZZZZ9.

      *> Factures et règlements fournisseur, balance âgée
        77 cr_fFac PIC 9(2).
        77 cr_fReg PIC 9(2).
        77 facProchainId PIC 9(5).
        77 facScanFin PIC 9.
        77 facAFacturer PIC 9(4).
        77 facReference PIC X(15).
        77 facDateTmp PIC 9(8).
        77 facQuantite PIC 9(4).
        77 facPrix PIC 9(10).
        77 facEcartQte PIC X(1).
        77 facEcartPrix PIC X(1).
        77 facConfirme PIC 9.
        77 facDelai PIC 9(3).
        77 facEcheance PIC 9(8).
        77 facHt PIC 9(10).
        77 facTva PIC 9(10).
        77 facQteRecue PIC 9(4).
        77 facRecuHt PIC 9(10).
        77 facRecuTva PIC 9(10).
        77 facRegId PIC 9(5).
        77 facRestant PIC 9(10).
        77 facJours PIC S9(6).
        77 regMontant PIC 9(10).
        77 regDateTmp PIC 9(8).
        77 agFin PIC 9.
        77 agFin2 PIC 9.
        77 agFacCnt PIC 9(4).
        77 agPlusAncienne PIC 9(8).
        77 agNonEchu PIC 9(10).
        77 ag30 PIC 9(10).
        77 ag60 PIC 9(10).
        77 agPlus60 PIC 9(10).
        77 agRecuNonFacture PIC 9(10).
        77 agTotal PIC 9(10).
        77 agTotNonEchu PIC 9(10).
        77 agTot30 PIC 9(10).
        77 agTot60 PIC 9(10).
        77 agTotPlus60 PIC 9(10).
        77 agTotRecuNonFacture PIC 9(10).
        77 tdbFacEchuCnt PIC 9(4).
        77 treRegDebits PIC 9(10).
        77 treRchCredits PIC 9(10).
        77 treRchTotal PIC 9(10).

      *> Traitement de nuit : point de reprise et compte rendu
        77 cr_fPtr PIC 9(2).
        77 cr_fJbt PIC 9(2).
        77 batArgument PIC X(20).
        77 batDateJour PIC 9(8).
        77 batDateRun PIC 9(8).
        77 batDemain PIC 9(8).
        77 batHeure PIC 9(8).
        77 batEtape PIC 9(2).
        77 batDerniere PIC 9(2) VALUE 5.
        77 batErreur PIC 9.
        77 batArret PIC 9.
        77 batCodeRetour PIC 9(2).
        77 batNomEtape PIC X(20).
        77 batMessage PIC X(40).
        77 batMsgNombre PIC Z(5)9.
        77 batNbClos PIC 9.
        77 batACloturer PIC 9.
        77 batRepriseTrouvee PIC 9.
        77 batPtrDate PIC 9(8).
        77 batPtrEtape PIC 9(2).
        77 batPtrStatut PIC X(1).
        77 edjErreur PIC 9.
        77 ltpAuto PIC 9.
        77 ltpErreur PIC 9.
        77 lotErreur PIC 9.
        77 ltpJetes PIC 9(4).
        77 cloDeja PIC 9.
        77 cloErreur PIC 9.
        77 tdbBatDate PIC 9(8).

      *> TVA : taux par effet de potion et par type d'ingrédient,
      *> déclaration mensuelle par taux
        77 cr_fTva PIC 9(2).
        77 cr_fDtv PIC 9(2).
        77 tvaOk PIC 9.
        77 tvaChoix PIC 9.
        77 tvaTauxDefaut PIC 9(2)V99 VALUE 20.
        77 tvaNature PIC X(1).
        77 tvaCode PIC A(30).
        77 tvaTaux PIC 9(2)V99.
        77 tvaTauxEdite PIC Z9,99.
        77 tvaSaisie PIC X(6).
        77 tvaSaisieNum PIC S9(3)V99.
        77 tvaFin PIC 9.
        77 tvaAnnee PIC 9(4).
        77 tvaMois PIC 9(2).
        77 tvaNb PIC 9(2).
        77 tvaMax PIC 9(2) VALUE 20.
        77 tvaIdx PIC 9(2).
        77 tvaTrouve PIC 9.
        77 tvaCloturee PIC 9.
        77 tvaLigneHt PIC S9(10).
        77 tvaLigneTva PIC S9(10).
        77 tvaTotCollectee PIC S9(10).
        77 tvaTotDeductible PIC S9(10).
        77 tvaTotDue PIC S9(10).
        77 venteEffet PIC A(30).
        77 venteHt PIC 9(10).
        77 venteTva PIC 9(10).
        77 rbtTva PIC 9(10).
        77 panTotalTva PIC 9(10).

        01 tvaLignes.
                02 tvaLigne OCCURS 20.
                        03 tvaLigNature PIC X(1).
                        03 tvaLigTaux PIC 9(2)V99.
                        03 tvaLigBase PIC S9(10).
                        03 tvaLigTva PIC S9(10).

      *> Rappel de lot : traçabilité lot d'ingrédient -> brassages ->
      *> lots de potions -> ventes -> clients
        77 cr_fCsv PIC 9(2).
        77 cr_fRap PIC 9(2).
        77 rplOk PIC 9.
        77 rplChoix PIC 9.
        77 rplLot PIC 9(5).
        77 rplFournisseur PIC A(30).
        77 rplDate PIC 9(8).
        77 rplFin PIC 9.
        77 rplCle PIC 9(5).
        77 rplTrouve PIC 9.
        77 rplIdx PIC 9(3).
        77 rplMax PIC 9(3) VALUE 100.
        77 rplNbLot PIC 9(3).
        77 rplNbBra PIC 9(3).
        77 rplNbLtp PIC 9(3).
        77 rplNbCli PIC 9(3).
        77 rplBloques PIC 9(3).
        77 rplNbVentes PIC 9(4).
        77 rplTotal PIC 9(10).
        77 rplArchive PIC 9.
        77 rplConfirme PIC 9.
        77 rplRembourses PIC 9(4).
        77 rplNonRemb PIC 9(4).
        77 rplRappel PIC 9(5).
        77 rplDejaTrace PIC 9.
        77 rbtRappel PIC 9 VALUE 0.
        77 csvNb PIC 9(2).
        77 csvMax PIC 9(2) VALUE 20.
        77 csvIdx PIC 9(2).

        01 rplLots.
                02 rplLotId PIC 9(5) OCCURS 100.

        01 rplBrassages.
                02 rplBraId PIC 9(5) OCCURS 100.

        01 rplLotsPotion.
                02 rplLtpId PIC 9(5) OCCURS 100.

        01 rplClients.
                02 rplClient OCCURS 100.
                        03 rplCliNom PIC A(30).
                        03 rplCliQte PIC 9(5).
                        03 rplCliMontant PIC 9(10).

      *> Substituts d'ingrédients au brassage
        77 cr_fSub PIC 9(2).
        77 subPotion PIC A(30).
        77 subRecette PIC 9(3).
        77 subSubstitut PIC A(30).
        77 subQuantite PIC 9(4).
        77 subType PIC A(10).
        77 subChoix PIC 9.
        77 subFin PIC 9.
        77 subFin2 PIC 9.
        77 subTrouve PIC 9.
        77 subNbLignes PIC 9(3).
        77 subConfirme PIC 9.
        77 subRemplace PIC A(30) VALUE SPACES.
        77 subPrincipal PIC A(30).
        77 subManque PIC 9(4).
        77 subCapacite PIC 9(4).
        77 subUnites PIC 9(4).
        77 subUnitesPossibles PIC 9(4).
        77 subPrixPrincipal PIC 9(10).
        77 subEcartTotal PIC S9(12).
        77 subCoutSigne PIC S9(12).
        77 subNbAccepte PIC 9(2).
        77 subMax PIC 9(2) VALUE 20.
        77 subIdx PIC 9(2).

        01 subAcceptes.
                02 subAccepte PIC 9(3) OCCURS 20.

      *> Export comptable et contrôle des dépôts clients
        77 cr_fPcg PIC 9(2).
        77 cr_fExp PIC 9(2).
        77 cr_fExr PIC 9(2).
        77 expOk PIC 9.
        77 expChoix PIC 9.
        77 expAnnee PIC 9(4).
        77 expMois PIC 9(2).
        77 expDateJour PIC 9(8).
        77 expPeriode PIC 9(6).
        77 expPeriodeJour PIC 9(6).
        77 expValide PIC 9.
        77 expConfirme PIC 9.
        77 expFin PIC 9.
        77 expDate PIC 9(8).
        77 expDateVente PIC X(12).
        77 expJournal PIC X(2).
        77 expMouvement PIC X(8).
        77 expCompte PIC X(8).
        77 expNouveauCompte PIC X(8).
        77 expDebit PIC 9(10).
        77 expCredit PIC 9(10).
        77 expReference PIC X(20).
        77 expTtc PIC 9(10).
        77 expHt PIC 9(10).
        77 expTva PIC 9(10).
        77 expLignes PIC 9(6).
        77 expTotDebit PIC 9(12).
        77 expTotCredit PIC 9(12).
        77 expIdx PIC 9(3).
        77 expIdx2 PIC 9(3).
        77 expTrouve PIC 9.
        77 expCle PIC A(30).
        77 expMontant PIC S9(10).
        77 expEcart PIC S9(10).
        77 expEcartTotal PIC S9(10).
        77 expNbEcarts PIC 9(3).
        77 expNbCpt PIC 9(3).
        77 expMaxCpt PIC 9(3) VALUE 200.
        77 expTotSoldes PIC 9(12).
        77 expTotRecharges PIC 9(12).
        77 expTotVentes PIC 9(12).
        77 expTotRbt PIC 9(12).
        77 expBon PIC 9(10).
        77 expTotBons PIC 9(12).
        77 expTotBonsSoldes PIC 9(12).
        77 expBonsAttendu PIC S9(12).

      *> Comptes par défaut du plan comptable, remplacés par ceux de
      *> PlanComptable.dat quand ils y sont paramétrés
        01 expDefauts.
                02 FILLER PIC X(16) VALUE "CAISSE  530000  ".
                02 FILLER PIC X(16) VALUE "DEPOTS  419100  ".
                02 FILLER PIC X(16) VALUE "VENTES  707000  ".
                02 FILLER PIC X(16) VALUE "TVACOL  445710  ".
                02 FILLER PIC X(16) VALUE "TVADED  445660  ".
                02 FILLER PIC X(16) VALUE "ACHATS  607000  ".
                02 FILLER PIC X(16) VALUE "FOURNIS 401000  ".
                02 FILLER PIC X(16) VALUE "STOCK   370000  ".
                02 FILLER PIC X(16) VALUE "ECARTINV603700  ".
                02 FILLER PIC X(16) VALUE "BONS    419700  ".
        01 expDefautsTable REDEFINES expDefauts.
                02 expDefaut OCCURS 10.
                        03 expDefMouvement PIC X(8).
                        03 expDefCompte PIC X(8).

        01 expComptes.
                02 expCpt OCCURS 200.
                        03 expCptNom PIC A(30).
                        03 expCptSolde PIC 9(8).
                        03 expCptAttendu PIC S9(10).

      *> Lots de potions prélevés par la dernière vente (FEFO)
        01 csvLignes.
                02 csvLigne OCCURS 20.
                        03 csvLot PIC 9(5).
                        03 csvQte PIC 9(4).

      *> Promotions et bons cadeau
        77 cr_fPro PIC 9(2).
        77 cr_fBon PIC 9(2).
        77 cr_fBmv PIC 9(2).
        77 proOk PIC 9.
        77 proChoix PIC 9.
        77 proValide PIC 9.
        77 proFin PIC 9.
        77 proFin2 PIC 9.
        77 proId PIC 9(4).
        77 proProchainId PIC 9(4).
        77 proNom PIC X(20).
        77 proCible PIC X(1).
        77 proCode PIC A(30).
        77 proType PIC X(1).
        77 proValeur PIC 9(8).
        77 proDebut PIC 9(8).
        77 proFinDate PIC 9(8).
        77 proPalier PIC 9.
        77 proDateJour PIC 9(8).
        77 proHier PIC 9(8).
        77 proRemise PIC 9(10).
        77 proMeilleureRemise PIC 9(10).
        77 proMeilleurId PIC 9(4).
        77 proCa PIC 9(12).
        77 proUnites PIC S9(8).
        77 proAvant PIC S9(8).
        77 proCout PIC 9(12).
        77 proLignes PIC 9(6).
        77 proFidRemise PIC 9(12).
        77 proFinEffective PIC 9(8).
        77 proDuree PIC 9(5).
        77 proAvantDebut PIC 9(8).
        77 proCibleOk PIC 9.
        77 proVenteId PIC X(12).
        77 proVentePotion PIC A(30).
        77 proVenteQte PIC 9(4).
        77 proVenteRbt PIC 9(4).
        77 proVentePrix PIC 9(10).
        77 proVenteRemise PIC 9(10).
        77 proVentePromo PIC 9(4).
        77 bonOk PIC 9.
        77 bonFin PIC 9.
        77 bonValeur PIC 9(8).
        77 bonCode PIC X(12).
        77 bonProchainNum PIC 9(6).
        77 bonDateTmp PIC 9(8).
        77 bonHeure PIC 9(8).
        77 bonEnCours PIC 9(12).
        77 bonNbEnCours PIC 9(6).
        77 bonTotEmis PIC 9(12).
        77 bonTotUtilise PIC 9(12).
        77 panPalier PIC 9.
        77 panTotalFid PIC 9(10).
        77 panTotalPromo PIC 9(10).
        77 panBonCode PIC X(12).
        77 panBonUtilise PIC 9(10).
        77 panBonReste PIC 9(10).
        77 panBonSolde PIC 9(8).
        77 panADebiter PIC 9(10).
        77 venteRemise PIC 9(10).
        77 ventePromo PIC 9(4).
        77 venteBon PIC 9(10).



        PROCEDURE DIVISION.
        end-if
        close fTrf

        open i-o fInv
        if cr_fInv = 35
        then
                open output fInv
        end-if
        close fInv

        open i-o fAju
        if cr_fAju = 35
        then
                open output fAju
        end-if
        close fAju

        open i-o fFac
        if cr_fFac = 35
        then
                open output fFac
        end-if
        close fFac

        open i-o fReg
        if cr_fReg = 35
        then
                open output fReg
        end-if
        close fReg

        open i-o fJbt
        if cr_fJbt = 35
        then
                open output fJbt
        end-if
        close fJbt

        open i-o fTva
        if cr_fTva = 35
        then
                open output fTva
        end-if
        close fTva

        open i-o fDtv
        if cr_fDtv = 35
        then
                open output fDtv
        end-if
        close fDtv

        open i-o fCsv
        if cr_fCsv = 35
        then
                open output fCsv
        end-if
        close fCsv

        open i-o fRap
        if cr_fRap = 35
        then
                open output fRap
        end-if
        close fRap

        open i-o fSub
        if cr_fSub = 35
        then
                open output fSub
        end-if
        close fSub

        open i-o fPcg
        if cr_fPcg = 35
        then
                open output fPcg
        end-if
        close fPcg

        open extend fExp
        if cr_fExp = 35
        then
                open output fExp
        end-if
        close fExp

        open i-o fExr
        if cr_fExr = 35
        then
                open output fExr
        end-if
        close fExr

        open i-o fPro
        if cr_fPro = 35
        then
                open output fPro
        end-if
        close fPro

        open i-o fBon
        if cr_fBon = 35
        then
                open output fBon
        end-if
        close fBon

        open extend fBmv
        if cr_fBmv = 35
        then
                open output fBmv
        end-if
        close fBmv

        perform BrassageRecuperation

        accept batArgument from command-line
        if batArgument = "BATCH" then
                perform TraitementNuit
                STOP RUN
        end-if

        move 9 to connexionChoix
        perform with test after until connexionChoix = 0
                display " "
      *> role 0
        ApprouverCreationAlchimiste.

        display "La création d'un compte ALCHIMISTE doit être ",
        "approuvée par un Alchimiste existant"
        perform VerifierApprobateur.

      *> Vérifie l'identité d'un Alchimiste actif qui approuve une
      *> opération sensible : apprOk = 1 si le mot de passe est bon,
      *> apprId porte alors l'identifiant de l'approbateur ; un
      *> mauvais mot de passe compte comme un échec de connexion
        VerifierApprobateur.

        move 0 to apprOk
        display "Identifiant de l'approbateur :"
        accept apprId
        display "Mot de passe de l'approbateur :"
                        perform ChiffrerMotDePasse
                        if cptMdpHache = fCom_motDePasse then
                                move 1 to apprOk
                                display "Approbation accordée par ",
                                apprId
                        else
                                display "Approbation refusée"
                read fCde next
                at end move 1 to tdbFin
                not at end
                        if fCde_statut = 0 or fCde_statut = 2 then
                                add 1 to tdbCdeCnt
                        end-if
        end-read
        display "Commandes fournisseur non réceptionnées :",
        tdbCdeCnt, "  (détail : option 2)"

        move 0 to tdbFacEchuCnt
        open input fFac
        if cr_fFac = 0 then
                move 0 to tdbFin
                perform with test after until tdbFin = 1
                        read fFac next
                        at end move 1 to tdbFin
                        not at end
                                if fFac_statut = 0
                                and fFac_echeance < tdbDateTmp then
                                        add 1 to tdbFacEchuCnt
                                end-if
                end-read
                end-perform
                close fFac
        end-if
        display "Factures fournisseur échues non réglées :",
        tdbFacEchuCnt, "  (détail : option 2)"

        perform AfficherDernierTraitementNuit

        move 0 to tdbSolde
        open input fTre
        if cr_fTre = 0 then
        display "Solde de caisse :", tdbSolde,
        "  (détail : option 10)"

        perform ChercherComptageOuvert
        if invOuverte = 1 then
                perform CompterLignesRestantes
                display "Inventaire en cours depuis le ", invDateTmp,
                ", lignes à compter :", invRestants,
                "  (détail : option 25)"
        end-if

        move tdbDateTmp(1:4) to tdbHierAnnee
        move tdbDateTmp(5:2) to tdbHierMois
        move tdbDateTmp(7:2) to tdbHierJour
                display "22- Coût de revient par brassage"
                display "23- Clôture annuelle / archivage"
                display "24- Tableau de bord"
                display "25- Inventaire physique"
                display "26- TVA : taux et déclaration mensuelle"
                display "27- Rappel de lot"
                display "28- Programme de brassage de la semaine"
                display "29- Export comptable"
                display "30- Promotions et bons cadeau"
                display "0- Quitter"
                accept alchimisteChoix
                if alchimisteChoix >= 0 and alchimisteChoix < 31 then
                        move 1 to alchimisteOk
                else
                        display "Saisie incorrecte"
                when 24
                        perform TableauDeBord
                        perform Alchimiste
                when 25
                        perform InventairePhysique
                when 26
                        perform GererTVA
                when 27
                        perform RappelLot
                when 28
                        perform ProgrammeBrassage
                when 29
                        perform ExportComptable
                when 30
                        perform GererPromotions
                when 0
                        display "Vous quittez."
        end-evaluate.
                display "4- Mon historique d'achats"
                display "5- Mon palier de fidélité"
                display "6- Transférer vers un autre compte"
                display "7- Acheter un bon cadeau"
                display "8- Consulter un bon cadeau"
                display "0- Quitter"
                accept clientChoix
                if clientChoix >= 0 and clientChoix < 9 then
                        move 1 to clientOk
                else
                        display "Saisie incorrecte"
                        perform MonPalierFidelite
                when 6
                        perform TransfererSolde
                when 7
                        perform AcheterBonCadeau
                when 8
                        perform ConsulterBonCadeau
                when 0
                        display "Vous quittez."
        end-evaluate.
                move montantRecharge to fRch_montant
                write tamp_fRch
                close fRch
                move "C" to treSens
                move spaces to treLibelle
                move "RECH " to treLibelle(1:5)
                move compteConnecte to treLibelle(6:25)
                move montantRecharge to treMontant
                perform TresoreriePoster
                display "Nouveau solde :", fCom_solde
        end-read
        close fCom
                        display "Potion :", fVen_nomPotion
                        display "Quantité :", fVen_quantite
                        display "Prix :", fVen_prix
                        if fVen_remise > 0 then
                                display "Remise :", fVen_remise,
                                " promotion n°", fVen_promo
                        end-if
                        if fVen_bon > 0 then
                                display "Réglé par bon cadeau :", fVen_bon
                        end-if
                        if fVen_ticket > 0 then
                                display "Ticket n°", fVen_ticket
                        end-if
                        if fVen_rembourse > 0 then
                                display "Quantité remboursée :",
                                fVen_rembourse
                                "---------------"
                                display "Quantité :", fVen_quantite
                                display "Prix :", fVen_prix
                                if fVen_remise > 0 then
                                        display "Remise :", fVen_remise,
                                        " promotion n°", fVen_promo
                                end-if
                                if fVen_bon > 0 then
                                        display "Réglé par bon cadeau :", fVen_bon
                                end-if
                                if fVen_ticket > 0 then
                                        display "Ticket n°", fVen_ticket
                                end-if
                                if fVen_rembourse > 0 then
                                        display "Quantité ",
                                        "remboursée :", fVen_rembourse
                        display "Client :", fVenA_client
                        display "Quantité :", fVenA_quantite
                        display "Prix :", fVenA_prix
                        if fVenA_ticket > 0 then
                                display "Ticket n°", fVenA_ticket
                        end-if
                        if fVenA_rembourse > 0 then
                                display "Quantité remboursée :",
                                fVenA_rembourse
                                display "Client :", fVenA_client
                                display "Quantité :", fVenA_quantite
                                display "Prix :", fVenA_prix
                                if fVenA_ticket > 0 then
                                        display "Ticket n°",
                                        fVenA_ticket
                                end-if
                                if fVenA_rembourse > 0 then
                                        display "Quantité ",
                                        "remboursée :",
        end-start
        close fPot.

      *> Achat au comptoir : le client remplit un panier de plusieurs
      *> potions et quantités, voit le total remisé et paie une seule
      *> fois ; le panier passe en entier ou est refusé en entier
       AcheterPotion.

        open input fCom
        move compteConnecte to fCom_id
        read fCom
        invalid key
                move 0 to fidRemise
                move 0 to panPalier
        not invalid key
                perform CalculerRemiseFidelite
                move fCom_palier to panPalier
        end-read
        close fCom
        move 0 to panNb
        move 0 to panOk
        perform with test after until panOk = 1
                display " "
                display "=======PANIER======="
                perform AfficherPanier
                display "1- Ajouter une potion"
                display "2- Retirer une ligne"
                display "3- Payer le panier"
                display "0- Abandonner le panier"
                accept panChoix
                evaluate panChoix
                        when 1
                                perform PanierAjouter
                        when 2
                                perform PanierRetirer
                        when 3
                                if panNb = 0 then
                                        display "Le panier est vide"
                                else
                                        perform PanierPayer
                                        if panRefus = 0 then
                                                move 1 to panOk
                                        end-if
                                end-if
                        when 0
                                move 1 to panOk
                                display "Panier abandonné"
                        when other
                                display "Saisie incorrecte"
                end-evaluate
        end-perform
        if roleUser = 0 then
              perform Alchimiste
        else
              perform Client
        end-if.

      *> Ajoute une potion au panier ; une potion déjà présente voit
      *> sa quantité augmentée, dans la limite du stock
        PanierAjouter.

        perform AfficherPotionDispo
        perform RechercherPotionNomDispo
        if potionDispo = 0 then
               display "Cette potion n'est pas disponible en stock."
               display "Souhaitez-vous la précommander ? 1- OUI 0- NON"
               accept cmdChoix
               if cmdChoix = 1 then
                       perform EnregistrerPreCommande
               end-if
        else
                display "Quantité"
                accept panQuantite
                perform PanierChercherLigne
                if panQuantite = 0 then
                        display "Saisie incorrecte"
                else
                        perform PanierAjouterQuantite
                end-if
        end-if.

      *> Cumule panQuantite sur la ligne de nomPot (créée au besoin)
      *> si le stock de la potion le permet
        PanierAjouterQuantite.

        if panTrouve = 0 and panNb >= panMax then
                display "Le panier est plein (", panMax, " lignes)"
        else
                if panTrouve = 1 then
                        compute panDejaPris = panQuantite
                        + panQte(panIdx)
                else
                        move panQuantite to panDejaPris
                end-if
                open input fPot
                move nomPot to fPot_nom
                read fPot
                invalid key
                        move 0 to fPot_quantite
                end-read
                close fPot
                if panDejaPris > fPot_quantite then
                        display "Stock insuffisant : ",
                        fPot_quantite, " disponibles"
                else
                        if panTrouve = 0 then
                                add 1 to panNb
                                move panNb to panIdx
                                move nomPot to panPotion(panIdx)
                        end-if
                        move panDejaPris to panQte(panIdx)
                        perform PanierValoriserLigne
                end-if
        end-if.

      *> Cherche nomPot dans le panier : panTrouve = 1 et panIdx
      *> désigne la ligne
        PanierChercherLigne.

        move 0 to panTrouve
        move 0 to panIdx
        if panNb > 0 then
                perform with test after
                until panTrouve = 1 or panIdx >= panNb
                        add 1 to panIdx
                        if panPotion(panIdx) = nomPot then
                                move 1 to panTrouve
                        end-if
                end-perform
        end-if.

      *> Prix de la ligne panIdx : prix catalogue en vigueur, sinon
      *> prix de brassage, puis remise fidélité du client ou, si elle
      *> est plus avantageuse, la meilleure promotion en cours sur la
      *> potion ou son effet ; les remises ne se cumulent pas
        PanierValoriserLigne.

        move panPotion(panIdx) to nomPot
        open input fPot
        move nomPot to fPot_nom
        read fPot
        invalid key
                move 0 to ventePrix
                move spaces to panEffet(panIdx)
        not invalid key
                move fPot_prix to ventePrix
                move fPot_effet to panEffet(panIdx)
        end-read
        close fPot
        accept prxDateTmp from date yyyymmdd
        move prxDateTmp to prxDateJour
        perform ChercherPrixCatalogue
        if prxTrouve = 1 then
                move prxEnVigueur to ventePrix
        end-if
        move ventePrix to panPrixUnit(panIdx)
        compute panBrut(panIdx) = panPrixUnit(panIdx) * panQte(panIdx)
        compute panRemise(panIdx) = panBrut(panIdx) * fidRemise / 100
        move 0 to panPromo(panIdx)
        perform ChercherMeilleurePromo
        if proMeilleureRemise > panRemise(panIdx) then
                move proMeilleureRemise to panRemise(panIdx)
                move proMeilleurId to panPromo(panIdx)
        end-if
        compute panNet(panIdx) = panBrut(panIdx) - panRemise(panIdx).

      *> Retire une ligne du panier (les suivantes remontent)
        PanierRetirer.

        if panNb = 0 then
                display "Le panier est vide"
        else
                display "Numéro de la ligne à retirer"
                accept panIdx
                if panIdx = 0 or panIdx > panNb then
                        display "Saisie incorrecte"
                else
                        perform with test after until panIdx >= panNb
                                move panLigne(panIdx + 1) to
                                panLigne(panIdx)
                                add 1 to panIdx
                        end-perform
                        subtract 1 from panNb
                end-if
        end-if.

        AfficherPanier.

        perform PanierTotaliser
        if panNb = 0 then
                display "Panier vide"
        else
                move 0 to panIdx
                perform with test after until panIdx >= panNb
                        add 1 to panIdx
                        display panIdx, "- ", panPotion(panIdx),
                        " x", panQte(panIdx), " à ",
                        panPrixUnit(panIdx), " = ", panBrut(panIdx)
                        if panPromo(panIdx) > 0 then
                                display "   promotion n°",
                                panPromo(panIdx), " : -",
                                panRemise(panIdx)
                        end-if
                end-perform
                display "Total :", panTotalBrut
                if panTotalFid > 0 then
                        display "Remise fidélité ", fidRemise, "% : -",
                        panTotalFid
                end-if
                if panTotalPromo > 0 then
                        display "Promotions : -", panTotalPromo
                end-if
                display "Net à payer :", panTotalNet
        end-if.

        PanierTotaliser.

        move 0 to panTotalBrut
        move 0 to panTotalRemise
        move 0 to panTotalNet
        move 0 to panTotalFid
        move 0 to panTotalPromo
        if panNb > 0 then
                move 0 to panIdx
                perform with test after until panIdx >= panNb
                        add 1 to panIdx
                        add panBrut(panIdx) to panTotalBrut
                        add panRemise(panIdx) to panTotalRemise
                        add panNet(panIdx) to panTotalNet
                        if panPromo(panIdx) > 0 then
                                add panRemise(panIdx) to panTotalPromo
                        else
                                add panRemise(panIdx) to panTotalFid
                        end-if
                end-perform
        end-if.

      *> Paie le panier : le stock de chaque ligne et le solde sont
      *> vérifiés avant toute écriture, puis le compte est débité une
      *> fois et chaque ligne est vendue sous le même numéro de ticket ;
      *> un bon cadeau peut régler tout ou partie du net, le reste est
      *> pris sur le compte
        PanierPayer.

        move 0 to panRefus
        move spaces to panBonCode
        move 0 to panBonUtilise
        perform PanierTotaliser
        open input fPot
        move 0 to panIdx
        perform with test after until panIdx >= panNb
                add 1 to panIdx
                move panPotion(panIdx) to fPot_nom
                read fPot
                invalid key
                        move 0 to fPot_quantite
                end-read
                if fPot_quantite < panQte(panIdx) then
                        display "Stock insuffisant pour ",
                        panPotion(panIdx), " : ", fPot_quantite,
                        " disponibles"
                        move 1 to panRefus
                end-if
        end-perform
        close fPot
        if panRefus = 0 and panTotalNet > 0 then
                perform PanierChoisirBon
        end-if
        compute panADebiter = panTotalNet - panBonUtilise

        open i-o fCom
        move compteConnecte to fCom_id
        read fCom
        invalid key
                display "ERR:compteIntrouvable"
                move 1 to panRefus
        not invalid key
                if panRefus = 0 and fCom_solde < panADebiter then
                        display "Solde insuffisant : ", fCom_solde,
                        " pour un panier de ", panADebiter
                        move 1 to panRefus
                end-if
                if panRefus = 0 then
                        move fCom_solde to jrnAvant
                        subtract panADebiter from fCom_solde
                        rewrite tamp_fCom end-rewrite
                        move fCom_solde to panSoldeApres
                        move "Comptes" to jrnFichier
                        move "REWRITE" to jrnOperation
                        move fCom_id to jrnCle
                        move fCom_solde to jrnApres
                        perform JournaliserMutation
                end-if
        end-read
        close fCom

        if panRefus = 1 then
                display "Panier refusé : rien n'a été débité ni ",
                "retiré du stock"
        else
                perform TrouverProchainTicket
                if panBonUtilise > 0 then
                        perform PanierDebiterBon
                end-if
                move compteConnecte to venteClient
                move 0 to panTotalTva
                move panBonUtilise to panBonReste
                move 0 to panIdx
                perform with test after until panIdx >= panNb
                        add 1 to panIdx
      *> Le bon est réparti sur les lignes dans l'ordre du panier
                        if panBonReste > panNet(panIdx) then
                                move panNet(panIdx) to panBon(panIdx)
                        else
                                move panBonReste to panBon(panIdx)
                        end-if
                        subtract panBon(panIdx) from panBonReste
                        move panPotion(panIdx) to fPot_nom
                        move panQte(panIdx) to venteQuantite
                        perform SoustraireQuantitePotion
                        move panPotion(panIdx) to nomPot
                        move panNet(panIdx) to ventePrix
                        move panEffet(panIdx) to venteEffet
                        move panRemise(panIdx) to venteRemise
                        move panPromo(panIdx) to ventePromo
                        move panBon(panIdx) to venteBon
                        perform EnregistrerVente
                        add venteTva to panTotalTva
                end-perform
                perform EcrireTicketCaisse
                display "Panier payé, ticket n°", venteTicket
        end-if.

      *> Numéro de ticket suivant : le plus grand numéro des ventes
      *> vivantes et archivées, plus un
        TrouverProchainTicket.

        move 0 to venteTicket
        open input fVen
        move 0 to panScanFin
        perform with test after until panScanFin = 1
                read fVen next
                at end move 1 to panScanFin
                not at end
                        if fVen_ticket > venteTicket then
                                move fVen_ticket to venteTicket
                        end-if
        end-read
        end-perform
        close fVen
        open input fVenA
        if cr_fVenA = 0 then
                move 0 to panScanFin
                perform with test after until panScanFin = 1
                        read fVenA next
                        at end move 1 to panScanFin
                        not at end
                                if fVenA_ticket > venteTicket then
                                        move fVenA_ticket to
                                        venteTicket
                                end-if
                end-read
                end-perform
                close fVenA
        end-if
        add 1 to venteTicket.

      *> Ticket de caisse imprimable (TicketCaisse.dat) : son numéro
      *> permet de retrouver la vente pour un remboursement ; les
      *> tickets s'ajoutent à la suite pour pouvoir être réimprimés
        EcrireTicketCaisse.

        open extend fTck
        if cr_fTck = 35 then
                open output fTck
        end-if
        move all "*" to tckLigne
        write tckLigne
        accept venteDateTmp from date yyyymmdd
        move venteTicket to tckTitreNum
        move venteDateTmp(7:2) to tckTitreJour
        move venteDateTmp(5:2) to tckTitreMois
        move venteDateTmp(1:4) to tckTitreAnnee
        write tckLigne from tckTitre
        display tckTitre
        move spaces to tckLigne
        move "CLIENT : " to tckLigne
        move compteConnecte to tckLigne(10:30)
        write tckLigne
        display tckLigne
        move all "=" to tckLigne
        write tckLigne
        move "POTION" to tckLigne
        move "QTE  PRIX UNIT.     MONTANT" to tckLigne(34:27)
        write tckLigne
        display tckLigne
        move 0 to panIdx
        perform with test after until panIdx >= panNb
                add 1 to panIdx
                move panPotion(panIdx) to tckDetNom
                move panQte(panIdx) to tckDetQte
                move panPrixUnit(panIdx) to tckDetPrix
                move panBrut(panIdx) to tckDetMontant
                write tckLigne from tckDetail
                display tckDetail
        end-perform
        move all "-" to tckLigne
        write tckLigne
        move "TOTAL" to tckTotLibelle
        move panTotalBrut to tckTotMontant
        write tckLigne from tckTotalLigne
        display tckTotalLigne
        if panTotalFid > 0 then
                move "REMISE FIDELITE" to tckTotLibelle
                move panTotalFid to tckTotMontant
                write tckLigne from tckTotalLigne
                display tckTotalLigne
        end-if
        if panTotalPromo > 0 then
                move "PROMOTIONS" to tckTotLibelle
                move panTotalPromo to tckTotMontant
                write tckLigne from tckTotalLigne
                display tckTotalLigne
        end-if
        move "NET PAYE" to tckTotLibelle
        move panTotalNet to tckTotMontant
        write tckLigne from tckTotalLigne
        display tckTotalLigne
        move "DONT TVA" to tckTotLibelle
        move panTotalTva to tckTotMontant
        write tckLigne from tckTotalLigne
        display tckTotalLigne
        if panBonUtilise > 0 then
                move "BON CADEAU " to tckTotLibelle
                move panBonCode to tckTotLibelle(12:12)
                move panBonUtilise to tckTotMontant
                write tckLigne from tckTotalLigne
                display tckTotalLigne
                move "RESTE SUR LE BON" to tckTotLibelle
                move panBonSolde to tckTotMontant
                write tckLigne from tckTotalLigne
                display tckTotalLigne
                move "DEBITE DU COMPTE" to tckTotLibelle
                move panADebiter to tckTotMontant
                write tckLigne from tckTotalLigne
                display tckTotalLigne
        end-if
        move "SOLDE RESTANT" to tckTotLibelle
        move panSoldeApres to tckTotMontant
        write tckLigne from tckTotalLigne
        display tckTotalLigne
        move spaces to tckLigne
        write tckLigne
        move "Conservez ce ticket : son numéro est demandé pour tout "
        to tckLigne
        write tckLigne
        move "remboursement." to tckLigne
        write tckLigne
        close fTck
        display "Ticket ajouté à TicketCaisse.dat".


      *> Enregistre une vente dans le registre des ventes
        EnregistrerVente.

      *> Le prix de vente s'entend TTC : la part HT et la TVA sont
      *> déduites du taux de l'effet de la potion
        move "V" to tvaNature
        move venteEffet to tvaCode
        perform ChercherTauxTVA
        compute venteHt rounded = ventePrix * 100 / (100 + tvaTaux)
        compute venteTva = ventePrix - venteHt
        open i-o fVen
        accept venteDateTmp from date yyyymmdd
        move venteDateTmp(1:4) to fVen_annee
        move venteDateTmp(5:2) to fVen_mois
        move venteDateTmp(7:2) to fVen_jour
        perform TrouverProchainNumVente
        move venteNumProchain to fVen_num
        move nomPot to fVen_nomPotion
        move venteQuantite to fVen_quantite
        move ventePrix to fVen_prix
        move venteClient to fVen_client
        move 0 to fVen_rembourse
        move venteTicket to fVen_ticket
        move venteHt to fVen_ht
        move tvaTaux to fVen_taux
        move venteTva to fVen_tva
        move venteRemise to fVen_remise
        move ventePromo to fVen_promo
        move venteBon to fVen_bon
        write tamp_fVen
        close fVen
      *> Trace les lots de potions dont la vente a été servie
        if csvNb > 0 then
                open extend fCsv
                move 0 to csvIdx
                perform with test after until csvIdx >= csvNb
                        add 1 to csvIdx
                        move fVen_id to fCsv_venteId
                        move csvLot(csvIdx) to fCsv_lot
                        move csvQte(csvIdx) to fCsv_quantite
                        write tamp_fCsv
                end-perform
                close fCsv
                move 0 to csvNb
        end-if.

      *> Recherche le prochain fVen_num disponible pour la date du jour
      *> (fVen est supposé déjà ouvert en i-o, fVen_annee/mois/jour
      *> déjà renseignés)
        TrouverProchainNumVente.

        move 0 to venteNumProchain
        move 0 to fVen_num
        start fVen, key is >= fVen_id
        invalid key
                continue
        not invalid key
                move 0 to venteScanFin
                perform with test after until venteScanFin = 1
                        read fVen next
                        at end move 1 to venteScanFin
                        not at end
                                if fVen_annee = venteDateTmp(1:4)
                                and fVen_mois = venteDateTmp(5:2)
                                and fVen_jour = venteDateTmp(7:2) then
                                        if fVen_num > venteNumProchain
                                        then
                                                move fVen_num to
                                                venteNumProchain
                                        end-if
                                else
                                        move 1 to venteScanFin
                                end-if
                end-read
                end-perform
        end-start
        add 1 to venteNumProchain
        move venteDateTmp(1:4) to fVen_annee
        move venteDateTmp(5:2) to fVen_mois
        move venteDateTmp(7:2) to fVen_jour.


       SoustraireQuantitePotion.

                                if fPot_nom = nomPot
                                then
                                        move fPot_quantite to jrnAvant
                                        subtract venteQuantite from
                                        fPot_quantite
                                        rewrite tamp_fPot end-rewrite
                                        move venteQuantite to
                                        ltpQuantiteARetirer
                                        perform
                                        ConsommerLotsPotionFEFO
                                        move "Potions" to jrnFichier


      *> Rembourse tout ou partie d'une vente : restitue la quantité
      *> au stock de potions, recrédite le solde du client (l'argent
      *> reste en dépôt, la caisse ne bouge pas) et trace le retour
      *> dans Remboursements.dat pour que relevés, clôtures et
      *> contrôles restent justes
        RembourserVente.

        display "=======REMBOURSEMENT D'UNE VENTE======="
        display "1- Retrouver la vente par son numéro de ticket"
        display "2- Retrouver la vente par sa date et son numéro"
        accept rbtMode
        if rbtMode = 1 then
                perform RembourserChercherTicket
        else
                display "Année de la vente (AAAA)"
                accept rbtAnnee
                display "Mois (MM)"
                accept rbtMois
                display "Jour (JJ)"
                accept rbtJour
                display "Numéro de la vente dans la journée"
                accept rbtNum
        end-if
        open i-o fVen
        move rbtAnnee to fVen_annee
        move rbtMois to fVen_mois
        close fVen
        perform Alchimiste.

      *> Liste les lignes d'un ticket de caisse et renseigne la date
      *> et le numéro de la vente à rembourser (rbtNum à 0 si le
      *> ticket est inconnu des ventes vivantes)
        RembourserChercherTicket.

        display "Numéro du ticket"
        accept rbtTicket
        move 0 to rbtTicketCnt
        move 0 to rbtNum
        open input fVen
        move 0 to rbtFin
        perform with test after until rbtFin = 1
                read fVen next
                at end move 1 to rbtFin
                not at end
                        if fVen_ticket = rbtTicket
                        and rbtTicket > 0 then
                                add 1 to rbtTicketCnt
                                move fVen_annee to rbtAnnee
                                move fVen_mois to rbtMois
                                move fVen_jour to rbtJour
                                move fVen_num to rbtNum
                                display " "
                                display "Vente n°", fVen_num, " du ",
                                fVen_jour, "/", fVen_mois, "/",
                                fVen_annee
                                display "Potion :", fVen_nomPotion,
                                " Quantité :", fVen_quantite,
                                " Montant :", fVen_prix,
                                " Déjà remboursé :", fVen_rembourse
                        end-if
        end-read
        end-perform
        close fVen
        if rbtTicketCnt = 0 then
                display "Aucune vente pour ce ticket"
        else
                if rbtTicketCnt > 1 then
                        display "Numéro de la vente à rembourser"
                        accept rbtNum
                end-if
        end-if.

      *> Applique le remboursement décidé : le record fVen est lu et
      *> fVen reste ouvert en i-o, rbtQuantite et rbtMontant sont
      *> renseignés par RembourserVente
        RembourserVenteAppliquer.

      *> Une potion rappelée (rbtRappel = 1) ne revient pas en stock
        if rbtRappel = 1 then
                display "Potion rappelée : stock non restitué"
        else
                open i-o fPot
                move fVen_nomPotion to fPot_nom
                read fPot
                invalid key
                        display "ATTENTION: potion disparue, stock ",
                        "non restitué"
                not invalid key
                        move fPot_quantite to jrnAvant
                        add rbtQuantite to fPot_quantite
                        rewrite tamp_fPot end-rewrite
                        move rbtQuantite to ltpQuantiteARetirer
                        perform RestituerLotPotion
                        move "Potions" to jrnFichier
                        move "REWRITE" to jrnOperation
                        move fPot_nom to jrnCle
                        move fPot_quantite to jrnApres
                        perform JournaliserMutation
                end-read
                close fPot
        end-if

        open i-o fCom
        move fVen_client to fCom_id
        end-read
        close fCom

        open extend fRbt
        move fVen_id to fRbt_venteId
        move fVen_client to fRbt_client
        move fVen_nomPotion to fRbt_potion
        move rbtQuantite to fRbt_quantite
        move rbtMontant to fRbt_montant
      *> La TVA rendue est la part de la TVA de la vente au prorata
      *> du montant remboursé
        move 0 to rbtTva
        if fVen_prix > 0 then
                compute rbtTva rounded = fVen_tva * rbtMontant
                / fVen_prix
        end-if
        if rbtTva > rbtMontant then
                move rbtMontant to rbtTva
        end-if
        move fVen_taux to fRbt_taux
        move rbtTva to fRbt_tva
        compute fRbt_ht = rbtMontant - rbtTva
        accept rbtDateTmp from date yyyymmdd
        move rbtDateTmp(1:4) to fRbt_annee
        move rbtDateTmp(5:2) to fRbt_mois
                display "3- Ajouter un fournisseur"
                display "4- Lister les fournisseurs"
                display "5- Historique des achats"
                display "6- Saisir une facture fournisseur"
                display "7- Régler une facture fournisseur"
                display "8- Balance âgée fournisseurs"
                display "9- Solder le reliquat d'une commande"
                display "0- Quitter"
                accept achatsChoix
                if achatsChoix >= 0 and achatsChoix <= 9 then
                        move 1 to achatsOk
                else
                        display "Saisie incorrecte"
                        perform ListerFournisseurs
                when 5
                        perform HistoriqueAchats
                when 6
                        perform SaisirFactureFournisseur
                when 7
                        perform ReglerFactureFournisseur
                when 8
                        perform BalanceAgeeFournisseurs
                when 9
                        perform SolderReliquatCommande
                when 0
                        display "Vous quittez."
        end-evaluate
        accept fFou_nom
        display "Contact (lieu, guilde...)"
        accept fFou_contact
        display "Délai de paiement des factures (jours)"
        accept fFou_delai
        write tamp_fFou
        invalid key
                display "Ce fournisseur existe déjà"
                        display "Fournisseur :", fFou_nom
                        display "---------------------------------------"
                        display "Contact :", fFou_contact
                        display "Délai de paiement :", fFou_delai,
                        " jours"
        end-read
        end-perform
        close fFou.
                        move achatDateTmp(5:2) to fCde_mois
                        move achatDateTmp(7:2) to fCde_jour
                        move 0 to fCde_statut
                        move 0 to fCde_recu
                        move 0 to fCde_facture
                        write tamp_fCde
                        invalid key
                                display "ERR:idDejaUtilise"
                end-read
        end-read.

      *> Réceptionne tout ou partie d'une commande fournisseur : entre
      *> la marchandise livrée en stock et trace l'achat avec son
      *> fournisseur ; le reliquat reste attendu. La caisse n'est
      *> débitée qu'au règlement de la facture
        ReceptionnerCommande.

        open i-o fCde
                display "Cette commande n'existe pas"
        not invalid key
                if fCde_statut = 1 then
                        display "Cette commande est soldée"
                else
                        compute cdeReliquat = fCde_quantite - fCde_recu
                        display "Commandé :", fCde_quantite,
                        " déjà reçu :", fCde_recu
                        display "Quantité livrée (au plus ",
                        cdeReliquat, ")"
                        accept achatQuantite
                        if achatQuantite = 0
                        or achatQuantite > cdeReliquat then
                                display "Saisie incorrecte"
                        else
                                perform ReceptionnerLivraison
                        end-if
                end-if
        end-read
        close fCde.

      *> Entre en stock la livraison achatQuantite de la commande lue
      *> (fCde ouvert en i-o)
        ReceptionnerLivraison.

        move fCde_prixUnitaire to achatPrixUnitaire
        open i-o fIn
        move fCde_nomIn to fIn_nomIn
        read fIn
        invalid key
                display "ERR:noSuchIngredient"
        not invalid key
                move fIn_quantite to jrnAvant
                add achatQuantite to fIn_quantite
                rewrite tamp_fIn end-rewrite
                move "StockIngredient" to jrnFichier
                move "REWRITE" to jrnOperation
                move fIn_nomIn to jrnCle
                move fIn_quantite to jrnApres
                perform JournaliserMutation

                open extend fAch
                move fIn_nomIn to fAch_nomIn
                move achatQuantite to fAch_quantite
                move achatPrixUnitaire to fAch_prixUnitaire
                accept achatDateTmp from date yyyymmdd
                move achatDateTmp(1:4) to fAch_annee
                move achatDateTmp(5:2) to fAch_mois
                move achatDateTmp(7:2) to fAch_jour
                move fCde_fournisseur to fAch_fournisseur
                move fCde_id to fAch_commande
                move "A" to tvaNature
                move fIn_type to tvaCode
                perform ChercherTauxTVA
                move tvaTaux to fAch_tauxTva
                write tamp_fAch
                close fAch

                perform CreerLotIngredient

                add achatQuantite to fCde_recu
                if fCde_recu >= fCde_quantite then
                        move 1 to fCde_statut
                else
                        move 2 to fCde_statut
                end-if
                rewrite tamp_fCde end-rewrite
                display "Réception enregistrée, ",
                "nouveau stock :", fIn_quantite
                if fCde_statut = 2 then
                        compute cdeReliquat = fCde_quantite
                        - fCde_recu
                        display "Reliquat attendu :", cdeReliquat
                end-if
        end-read
        close fIn.

      *> Solde le reliquat d'une commande que le fournisseur ne
      *> livrera plus : la commande ne reste plus attendue
        SolderReliquatCommande.

        open i-o fCde
        display "Numéro de la commande"
        accept cdeRecuId
        move cdeRecuId to fCde_id
        read fCde
        invalid key
                display "Cette commande n'existe pas"
        not invalid key
                if fCde_statut = 1 then
                        display "Cette commande est déjà soldée"
                else
                        compute cdeReliquat = fCde_quantite - fCde_recu
                        display "Commandé :", fCde_quantite,
                        " reçu :", fCde_recu, " reliquat :",
                        cdeReliquat
                        display "Solder le reliquat ? Il ne sera plus ",
                        "attendu. 1- OUI 0- NON"
                        accept cdeSolder
                        if cdeSolder = 1 then
                                move fCde_statut to jrnAvant
                                move 1 to fCde_statut
                                rewrite tamp_fCde end-rewrite
                                move "CommandesFournisseur" to
                                jrnFichier
                                move "SOLDE" to jrnOperation
                                move fCde_id to jrnCle
                                move fCde_recu to jrnApres
                                perform JournaliserMutation
                                display "Commande soldée"
                        end-if
                end-if
        end-read
        close fCde.

      *> Recherche le prochain fFac_id disponible
      *> (fFac est supposé déjà ouvert en i-o)
        TrouverProchainIdFacture.

        move 0 to facProchainId
        move 0 to fFac_id
        start fFac, key is >= fFac_id
        invalid key
                continue
        not invalid key
                move 0 to facScanFin
                perform with test after until facScanFin = 1
                        read fFac next
                        at end move 1 to facScanFin
                        not at end
                                if fFac_id > facProchainId then
                                        move fFac_id to facProchainId
                                end-if
                end-read
                end-perform
        end-start
        add 1 to facProchainId.

      *> Saisit la facture d'un fournisseur pour une commande et la
      *> rapproche de la commande et des réceptions : quantité
      *> facturée contre quantité reçue pas encore facturée, prix
      *> facturé contre prix convenu ; tout écart est signalé
        SaisirFactureFournisseur.

        open input fCde
        display "Numéro de la commande facturée"
        accept cdeRecuId
        move cdeRecuId to fCde_id
        read fCde
        invalid key
                display "Cette commande n'existe pas"
                close fCde
        not invalid key
                close fCde
      *> une surfacturation acceptée laisse fCde_facture au-delà du
      *> reçu : il ne reste alors rien à facturer
                if fCde_facture >= fCde_recu then
                        move 0 to facAFacturer
                else
                        compute facAFacturer = fCde_recu - fCde_facture
                end-if
                display "Fournisseur :", fCde_fournisseur
                display "Ingrédient :", fCde_nomIn
                display "Commandé :", fCde_quantite, " reçu :",
                fCde_recu, " déjà facturé :", fCde_facture
                display "Prix unitaire convenu :", fCde_prixUnitaire
                display "Référence de la facture du fournisseur"
                accept facReference
                display "Date de la facture (AAAAMMJJ, 0 pour ",
                "aujourd'hui)"
                accept facDateTmp
                if facDateTmp = 0 then
                        accept facDateTmp from date yyyymmdd
                end-if
                display "Quantité facturée"
                accept facQuantite
                display "Prix unitaire facturé"
                accept facPrix
                move "N" to facEcartQte
                move "N" to facEcartPrix
                if facQuantite > facAFacturer then
                        move "O" to facEcartQte
                        display "ÉCART DE QUANTITÉ : facturé ",
                        facQuantite, " pour ", facAFacturer,
                        " reçus et pas encore facturés"
                end-if
                if facPrix not = fCde_prixUnitaire then
                        move "O" to facEcartPrix
                        display "ÉCART DE PRIX : facturé ", facPrix,
                        " pour ", fCde_prixUnitaire, " convenus"
                end-if
                move 1 to facConfirme
                if facEcartQte = "O" or facEcartPrix = "O" then
                        display "Enregistrer la facture malgré ",
                        "l'écart ? 1- OUI 0- NON"
                        accept facConfirme
                end-if
                if facConfirme = 1 then
                        perform EnregistrerFactureFournisseur
                else
                        display "Facture non enregistrée"
                end-if
        end-read.

      *> Enregistre la facture rapprochée (fCde positionné) : son
      *> échéance suit le délai de paiement du fournisseur, la
      *> quantité facturée est reportée sur la commande ; le montant
      *> dû est TTC, avec la TVA déductible du type de l'ingrédient,
      *> comme la dette constatée à la réception ; l'écart entre la
      *> facture et la valeur à la réception de la quantité reçue
      *> qu'elle couvre est gardé pour la comptabilité et la TVA
        EnregistrerFactureFournisseur.

        move 30 to facDelai
        open input fFou
        move fCde_fournisseur to fFou_nom
        read fFou
        invalid key
                continue
        not invalid key
                move fFou_delai to facDelai
        end-read
        close fFou
        compute facEcheance = function date-of-integer
        (function integer-of-date(facDateTmp) + facDelai)
        move "A" to tvaNature
        move spaces to tvaCode
        open input fIn
        move fCde_nomIn to fIn_nomIn
        read fIn
        invalid key
                continue
        not invalid key
                move fIn_type to tvaCode
        end-read
        close fIn
        perform ChercherTauxTVA
        compute facHt = facQuantite * facPrix
        compute facTva rounded = facHt * tvaTaux / 100
        if facQuantite > facAFacturer then
                move facAFacturer to facQteRecue
        else
                move facQuantite to facQteRecue
        end-if
        compute facRecuHt = facQteRecue * fCde_prixUnitaire
        compute facRecuTva rounded = facRecuHt * tvaTaux / 100

        open i-o fFac
        perform TrouverProchainIdFacture
        move facProchainId to fFac_id
        move fCde_fournisseur to fFac_fournisseur
        move fCde_id to fFac_commande
        move facReference to fFac_reference
        move facDateTmp to fFac_date
        move facEcheance to fFac_echeance
        move facQuantite to fFac_quantite
        move facPrix to fFac_prixUnitaire
        move facHt to fFac_ht
        move tvaTaux to fFac_tauxTva
        move facTva to fFac_tva
        compute fFac_montant = facHt + facTva
        move facQteRecue to fFac_qteRecue
        compute fFac_ecartHt = facHt - facRecuHt
        compute fFac_ecartTva = facTva - facRecuTva
        move 0 to fFac_regle
        move 0 to fFac_statut
        move facEcartQte to fFac_ecartQte
        move facEcartPrix to fFac_ecartPrix
        write tamp_fFac
        invalid key
                display "ERR:idDejaUtilise"
        not invalid key
                move "FacturesFournisseur" to jrnFichier
                move "WRITE" to jrnOperation
                move fFac_id to jrnCle
                move spaces to jrnAvant
                move fFac_montant to jrnApres
                perform JournaliserMutation
                display "Facture n°", fFac_id, " de ", fFac_montant,
                " TTC (dont TVA ", fFac_tva, ") enregistrée, ",
                "échéance le ", fFac_echeance
        end-write
        close fFac

        open i-o fCde
        move cdeRecuId to fCde_id
        read fCde
        invalid key
                display "ERR:commandeIntrouvable"
        not invalid key
                add facQuantite to fCde_facture
                rewrite tamp_fCde end-rewrite
        end-read
        close fCde.

      *> Règle tout ou partie d'une facture fournisseur : c'est ici
      *> que l'argent sort de la caisse
        ReglerFactureFournisseur.

        open i-o fFac
        display "Numéro de la facture à régler"
        accept facRegId
        move facRegId to fFac_id
        read fFac
        invalid key
                display "Cette facture n'existe pas"
        not invalid key
                if fFac_statut = 1 then
                        display "Cette facture est déjà réglée"
                else
                        compute facRestant = fFac_montant - fFac_regle
                        display "Fournisseur :", fFac_fournisseur
                        display "Référence :", fFac_reference
                        display "Montant :", fFac_montant,
                        " déjà réglé :", fFac_regle
                        display "Échéance :", fFac_echeance
                        display "Montant réglé (au plus ", facRestant,
                        ")"
                        accept regMontant
                        if regMontant = 0
                        or regMontant > facRestant then
                                display "Saisie incorrecte"
                        else
                                perform ReglerFactureAppliquer
                        end-if
                end-if
        end-read
        close fFac.

      *> Applique le règlement regMontant à la facture lue (fFac
      *> ouvert en i-o)
        ReglerFactureAppliquer.

        move fFac_regle to jrnAvant
        add regMontant to fFac_regle
        if fFac_regle = fFac_montant then
                move 1 to fFac_statut
        end-if
        rewrite tamp_fFac end-rewrite
        move "FacturesFournisseur" to jrnFichier
        move "REGLE" to jrnOperation
        move fFac_id to jrnCle
        move fFac_regle to jrnApres
        perform JournaliserMutation

        open extend fReg
        accept regDateTmp from date yyyymmdd
        move regDateTmp to fReg_date
        move fFac_id to fReg_facture
        move fFac_fournisseur to fReg_fournisseur
        move regMontant to fReg_montant
        write tamp_fReg
        close fReg

        move "D" to treSens
        move spaces to treLibelle
        move "REGL " to treLibelle(1:5)
        move fFac_fournisseur to treLibelle(6:25)
        move regMontant to treMontant
        perform TresoreriePoster
        if fFac_statut = 1 then
                display "Facture soldée"
        else
                compute facRestant = fFac_montant - fFac_regle
                display "Règlement enregistré, reste dû :",
                facRestant
        end-if.

      *> Balance âgée fournisseurs : pour chaque fournisseur, les
      *> factures non réglées réparties selon leur retard sur
      *> l'échéance, la plus ancienne, et la marchandise reçue qui
      *> n'est pas encore facturée
        BalanceAgeeFournisseurs.

        accept facDateTmp from date yyyymmdd
        move 0 to agTotNonEchu
        move 0 to agTot30
        move 0 to agTot60
        move 0 to agTotPlus60
        move 0 to agTotRecuNonFacture
        display "=======BALANCE ÂGÉE FOURNISSEURS======="
        open input fFou
        open input fFac
        open input fCde
        move 0 to agFin
        perform with test after until agFin = 1
                read fFou next
                at end move 1 to agFin
                not at end
                        perform BalanceAgeeUnFournisseur
        end-read
        end-perform
        close fCde
        close fFac
        close fFou
        display " "
        display "=======TOTAUX======="
        display "Non échu :", agTotNonEchu
        display "Échu de 1 à 30 jours :", agTot30
        display "Échu de 31 à 60 jours :", agTot60
        display "Échu de plus de 60 jours :", agTotPlus60
        compute agTotal = agTotNonEchu + agTot30 + agTot60
        + agTotPlus60
        display "Total dû aux fournisseurs :", agTotal
        display "Reçu non encore facturé :", agTotRecuNonFacture.

      *> Ligne de balance du fournisseur courant (fFou lu ; fFac et
      *> fCde ouverts en lecture)
        BalanceAgeeUnFournisseur.

        move 0 to agNonEchu
        move 0 to ag30
        move 0 to ag60
        move 0 to agPlus60
        move 0 to agRecuNonFacture
        move 0 to agPlusAncienne
        move 0 to agFacCnt
        move 0 to fFac_id
        start fFac, key is >= fFac_id
        invalid key
                continue
        not invalid key
                move 0 to agFin2
                perform with test after until agFin2 = 1
                        read fFac next
                        at end move 1 to agFin2
                        not at end
                                if fFac_fournisseur = fFou_nom
                                and fFac_statut = 0 then
                                        perform BalanceAgeeFacture
                                end-if
                end-read
                end-perform
        end-start
        move 0 to fCde_id
        start fCde, key is >= fCde_id
        invalid key
                continue
        not invalid key
                move 0 to agFin2
                perform with test after until agFin2 = 1
                        read fCde next
                        at end move 1 to agFin2
                        not at end
                                if fCde_fournisseur = fFou_nom
                                and fCde_recu > fCde_facture then
                                        compute agRecuNonFacture =
                                        agRecuNonFacture
                                        + (fCde_recu - fCde_facture)
                                        * fCde_prixUnitaire
                                end-if
                end-read
                end-perform
        end-start
        compute agTotal = agNonEchu + ag30 + ag60 + agPlus60
        if agTotal > 0 or agRecuNonFacture > 0 then
                display " "
                display "Fournisseur :", fFou_nom
                display "---------------------------------------"
                display "Total dû :", agTotal, " sur ", agFacCnt,
                " factures"
                if agFacCnt > 0 then
                        display "Plus ancienne facture du ",
                        agPlusAncienne
                end-if
                display "Non échu :", agNonEchu
                display "Échu de 1 à 30 jours :", ag30
                display "Échu de 31 à 60 jours :", ag60
                display "Échu de plus de 60 jours :", agPlus60
                display "Reçu non encore facturé :", agRecuNonFacture
        end-if
        add agNonEchu to agTotNonEchu
        add ag30 to agTot30
        add ag60 to agTot60
        add agPlus60 to agTotPlus60
        add agRecuNonFacture to agTotRecuNonFacture.

      *> Répartit le reste dû de la facture courante selon son
      *> retard sur l'échéance
        BalanceAgeeFacture.

        add 1 to agFacCnt
        if agPlusAncienne = 0 or fFac_date < agPlusAncienne then
                move fFac_date to agPlusAncienne
        end-if
        compute facRestant = fFac_montant - fFac_regle
        compute facJours = function integer-of-date(facDateTmp)
        - function integer-of-date(fFac_echeance)
        display "  Facture n°", fFac_id, " ", fFac_reference,
        " échéance ", fFac_echeance, " reste ", facRestant
        if facJours <= 0 then
                add facRestant to agNonEchu
        else
                if facJours <= 30 then
                        add facRestant to ag30
                else
                        if facJours <= 60 then
                                add facRestant to ag60
                        else
                                add facRestant to agPlus60
                        end-if
                end-if
        end-if.

      *> Historique des achats, filtrable par fournisseur ou
      *> par ingrédient pour comparer les prix payés
        HistoriqueAchats.

        move 0 to histoOk
        perform with test after until histoOk = 1
                display "1- Historique par fournisseur"
                display "2- Historique par ingrédient"
                display "3- Tout l'historique"
                display "0- Quitter"
                accept histoChoix
                if histoChoix >= 0 and histoChoix < 4 then
                        move 1 to histoOk
                else
                        display "Saisie incorrecte"
                end-if
        end-perform
        if histoChoix = 0 then
                display "Vous quittez."
        else
                if histoChoix = 1 then
                        display "Nom du fournisseur"
                        accept histoFiltre
                end-if
                if histoChoix = 2 then
                        display "Nom de l'ingrédient"
        display "Ingrédients à commander :", planCnt
        perform Alchimiste.

      *> Programme de brassage de la semaine : vitesse de vente de
      *> chaque potion sur les dernières semaines (ventes vivantes et
      *> archivées, nettes des remboursements), jours de couverture du
      *> stock utilisable, quantité à brasser par ordre de priorité,
      *> puis contrôle que les ingrédients de tout le programme sont
      *> en stock
        ProgrammeBrassage.

        display "=======PROGRAMME DE BRASSAGE DE LA SEMAINE======="
        display "Nombre de semaines de ventes à analyser (défaut 4)"
        accept pbrSemaines
        if pbrSemaines = 0 then
                move 4 to pbrSemaines
        end-if
        compute pbrJours = pbrSemaines * 7
        accept pbrDateJour from date yyyymmdd
        compute pbrDateDebut = function date-of-integer
        (function integer-of-date(pbrDateJour) - pbrJours)
        perform PbrChargerPotions
        perform PbrCumulerVentes
        perform PbrCumulerPreCommandes
        perform PbrCalculerSuggestions
        perform PbrTrierPriorite
        perform PbrAfficherProgramme
        if pbrNbProgramme > 0 then
                perform PbrControlerIngredients
        end-if
        perform Alchimiste.

      *> Une ligne par potion : le stock utilisable est le stock
      *> vendable diminué des lots déjà périmés
        PbrChargerPotions.

        move 0 to pbrNb
        open input fPot
        open input fLtp
        move 0 to pbrFin
        perform with test after until pbrFin = 1
                read fPot next
                at end move 1 to pbrFin
                not at end
                        if pbrNb < pbrMax then
                                add 1 to pbrNb
                                move fPot_nom to pbrNom(pbrNb)
                                move 0 to pbrVendu(pbrNb)
                                move 0 to pbrPreCmd(pbrNb)
                                move 0 to pbrSuggere(pbrNb)
                                perform PbrLotsPerimes
                                if pbrPerimes > fPot_quantite then
                                        move 0 to pbrUtilisable(pbrNb)
                                else
                                        compute pbrUtilisable(pbrNb) =
                                        fPot_quantite - pbrPerimes
                                end-if
                        else
                                display "ERR:tropDePotions"
                        end-if
        end-read
        end-perform
        close fLtp
        close fPot.

      *> Quantité des lots non bloqués de la potion courante dont la
      *> date limite est passée (fLtp est ouvert)
        PbrLotsPerimes.

        move 0 to pbrPerimes
        move fPot_nom to fLtp_nomPot
        start fLtp, key is = fLtp_nomPot
        invalid key
                continue
        not invalid key
                move 0 to pbrFin2
                perform with test after until pbrFin2 = 1
                        read fLtp next
                        at end move 1 to pbrFin2
                        not at end
                                if fLtp_nomPot = fPot_nom then
                                        if fLtp_quantite > 0
                                        and fLtp_bloque not = 1
                                        and fLtp_limite < pbrDateJour
                                        then
                                                add fLtp_quantite to
                                                pbrPerimes
                                        end-if
                                else
                                        move 1 to pbrFin2
                                end-if
                end-read
                end-perform
        end-start.

      *> Ventes nettes des remboursements depuis pbrDateDebut
        PbrCumulerVentes.

        open input fVen
        move pbrDateDebut(1:4) to fVen_annee
        move pbrDateDebut(5:2) to fVen_mois
        move pbrDateDebut(7:2) to fVen_jour
        move 0 to fVen_num
        move 0 to pbrFin
        start fVen, key is >= fVen_id
        invalid key
                move 1 to pbrFin
        end-start
        perform with test after until pbrFin = 1
                read fVen next
                at end move 1 to pbrFin
                not at end
                        move fVen_nomPotion to pbrCle
                        perform PbrChercherPotion
                        if pbrTrouve = 1 then
                                compute pbrVendu(pbrIdx) =
                                pbrVendu(pbrIdx) + fVen_quantite
                                - fVen_rembourse
                        end-if
        end-read
        end-perform
        close fVen
        open input fVenA
        if cr_fVenA = 0 then
                move pbrDateDebut(1:4) to fVenA_annee
                move pbrDateDebut(5:2) to fVenA_mois
                move pbrDateDebut(7:2) to fVenA_jour
                move 0 to fVenA_num
                move 0 to pbrFin
                start fVenA, key is >= fVenA_id
                invalid key
                        move 1 to pbrFin
                end-start
                perform with test after until pbrFin = 1
                        read fVenA next
                        at end move 1 to pbrFin
                        not at end
                                move fVenA_nomPotion to pbrCle
                                perform PbrChercherPotion
                                if pbrTrouve = 1 then
                                        compute pbrVendu(pbrIdx) =
                                        pbrVendu(pbrIdx)
                                        + fVenA_quantite
                                        - fVenA_rembourse
                                end-if
                end-read
                end-perform
                close fVenA
        end-if.

        PbrCumulerPreCommandes.

        open input fCmd
        move 0 to pbrFin
        perform with test after until pbrFin = 1
                read fCmd next
                at end move 1 to pbrFin
                not at end
                        if fCmd_statut = 0 then
                                move fCmd_potion to pbrCle
                                perform PbrChercherPotion
                                if pbrTrouve = 1 then
                                        add fCmd_quantite to
                                        pbrPreCmd(pbrIdx)
                                end-if
                        end-if
        end-read
        end-perform
        close fCmd.

      *> Vitesse journalière, jours de couverture du stock utilisable
      *> une fois les précommandes servies, et quantité à brasser
      *> pour couvrir pbrCibleJours de ventes
        PbrCalculerSuggestions.

        if pbrNb > 0 then
                move 0 to pbrIdx
                perform with test after until pbrIdx >= pbrNb
                        add 1 to pbrIdx
                        if pbrVendu(pbrIdx) < 0 then
                                move 0 to pbrVendu(pbrIdx)
                        end-if
                        compute pbrVitesse(pbrIdx) rounded =
                        pbrVendu(pbrIdx) / pbrJours
                        compute pbrNet = pbrUtilisable(pbrIdx)
                        - pbrPreCmd(pbrIdx)
                        if pbrNet <= 0 then
                                move 0 to pbrCouverture(pbrIdx)
                        else
                                if pbrVitesse(pbrIdx) = 0 then
                                        move 9999 to
                                        pbrCouverture(pbrIdx)
                                else
                                        compute pbrCalcul =
                                        pbrNet / pbrVitesse(pbrIdx)
                                        if pbrCalcul > 9999 then
                                                move 9999 to
                                                pbrCouverture(pbrIdx)
                                        else
                                                move pbrCalcul to
                                                pbrCouverture(pbrIdx)
                                        end-if
                                end-if
                        end-if
                        compute pbrCalcul = pbrVitesse(pbrIdx)
                        * pbrCibleJours + 0,99
                        compute pbrCalcul = pbrCalcul - pbrNet
                        if pbrCalcul > 0 then
                                move pbrCalcul to pbrSuggere(pbrIdx)
                        end-if
                end-perform
        end-if.

      *> Tri par jours de couverture croissants : la potion qui sera
      *> épuisée la première passe en tête
        PbrTrierPriorite.

        if pbrNb > 1 then
                move 0 to pbrIdx
                perform with test after until pbrIdx >= pbrNb - 1
                        add 1 to pbrIdx
                        move pbrIdx to pbrIdx2
                        perform with test after until pbrIdx2 >= pbrNb
                                add 1 to pbrIdx2
                                if pbrCouverture(pbrIdx2) <
                                pbrCouverture(pbrIdx) then
                                        move pbrPotion(pbrIdx) to
                                        pbrEchange
                                        move pbrPotion(pbrIdx2) to
                                        pbrPotion(pbrIdx)
                                        move pbrEchange to
                                        pbrPotion(pbrIdx2)
                                end-if
                        end-perform
                end-perform
        end-if.

        PbrAfficherProgramme.

        display "Ventes analysées du ", pbrDateDebut, " au ",
        pbrDateJour, " (", pbrJours, " jours)"
        display "Objectif : ", pbrCibleJours, " jours de ventes ",
        "en stock après brassage"
        move 0 to pbrNbProgramme
        move 0 to pbrRang
        if pbrNb > 0 then
                move 0 to pbrIdx
                perform with test after until pbrIdx >= pbrNb
                        add 1 to pbrIdx
                        if pbrSuggere(pbrIdx) > 0 then
                                add 1 to pbrRang
                                add 1 to pbrNbProgramme
                                display " "
                                display pbrRang, "- ", pbrNom(pbrIdx)
                                display "   Vendues :",
                                pbrVendu(pbrIdx), " soit ",
                                pbrVitesse(pbrIdx), " par jour"
                                display "   Stock utilisable :",
                                pbrUtilisable(pbrIdx),
                                " Précommandes :", pbrPreCmd(pbrIdx)
                                display "   Jours de couverture :",
                                pbrCouverture(pbrIdx)
                                display "   À BRASSER :",
                                pbrSuggere(pbrIdx)
                        end-if
                end-perform
        end-if
        display " "
        if pbrNbProgramme = 0 then
                display "Aucun brassage nécessaire cette semaine"
        else
                display "Potions au programme :", pbrNbProgramme
        end-if.

      *> Besoins cumulés en ingrédients du programme comparés au
      *> stock d'ingrédients
        PbrControlerIngredients.

        move 0 to pbrNbIng
        move 0 to pbrSansRecette
        open input fRec
        move 0 to pbrIdx
        perform with test after until pbrIdx >= pbrNb
                add 1 to pbrIdx
                if pbrSuggere(pbrIdx) > 0 then
                        perform PbrExploserRecette
                end-if
        end-perform
        close fRec
        display " "
        display "--- Ingrédients nécessaires au programme ---"
        move 0 to pbrManquants
        if pbrNbIng > 0 then
                open input fIn
                move 0 to pbrIdx
                perform with test after until pbrIdx >= pbrNbIng
                        add 1 to pbrIdx
                        move pbrIngNom(pbrIdx) to fIn_nomIn
                        read fIn
                        invalid key
                                move 0 to fIn_quantite
                        end-read
                        display pbrIngNom(pbrIdx), " besoin :",
                        pbrIngBesoin(pbrIdx), " stock :", fIn_quantite
                        if fIn_quantite < pbrIngBesoin(pbrIdx) then
                                compute pbrIngManque =
                                pbrIngBesoin(pbrIdx) - fIn_quantite
                                display "   *** MANQUE ", pbrIngManque,
                                " ***"
                                add 1 to pbrManquants
                        end-if
                end-perform
                close fIn
        end-if
        display " "
        if pbrSansRecette > 0 then
                display "Potions sans recette :", pbrSansRecette
        end-if
        if pbrManquants = 0 and pbrSansRecette = 0 then
                display "PROGRAMME RÉALISABLE avec le stock actuel"
        else
                display "PROGRAMME NON RÉALISABLE : ", pbrManquants,
                " ingrédient(s) manquant(s)"
        end-if.

      *> Ajoute aux besoins les lignes de recette de la potion
      *> pbrIdx pour la quantité suggérée (fRec est ouvert)
        PbrExploserRecette.

        move 0 to pbrTrouve
        move pbrNom(pbrIdx) to fRec_nom
        start fRec, key is = fRec_nom
        invalid key
                continue
        not invalid key
                move 0 to pbrFin2
                perform with test after until pbrFin2 = 1
                        read fRec next
                        at end move 1 to pbrFin2
                        not at end
                                if fRec_nom = pbrNom(pbrIdx) then
                                        move 1 to pbrTrouve
                                        compute pbrLigneBesoin =
                                        fRec_quantite
                                        * pbrSuggere(pbrIdx)
                                        perform PbrCumulerIngredient
                                else
                                        move 1 to pbrFin2
                                end-if
                end-read
                end-perform
        end-start
        if pbrTrouve = 0 then
                display pbrNom(pbrIdx), " : pas de recette"
                add 1 to pbrSansRecette
        end-if.

        PbrCumulerIngredient.

        move 0 to pbrIngTrouve
        move 0 to pbrIdx2
        if pbrNbIng > 0 then
                perform with test after
                until pbrIngTrouve = 1 or pbrIdx2 >= pbrNbIng
                        add 1 to pbrIdx2
                        if pbrIngNom(pbrIdx2) = fRec_ingredient then
                                move 1 to pbrIngTrouve
                        end-if
                end-perform
        end-if
        if pbrIngTrouve = 0 then
                if pbrNbIng < pbrMax then
                        add 1 to pbrNbIng
                        move pbrNbIng to pbrIdx2
                        move fRec_ingredient to pbrIngNom(pbrIdx2)
                        move 0 to pbrIngBesoin(pbrIdx2)
                        move 1 to pbrIngTrouve
                else
                        display "ERR:tropDIngredients"
                end-if
        end-if
        if pbrIngTrouve = 1 then
                add pbrLigneBesoin to pbrIngBesoin(pbrIdx2)
        end-if.

      *> pbrIdx = ligne de la potion pbrCle, pbrTrouve = 1 si connue
        PbrChercherPotion.

        move 0 to pbrTrouve
        move 0 to pbrIdx
        if pbrNb > 0 then
                perform with test after
                until pbrTrouve = 1 or pbrIdx >= pbrNb
                        add 1 to pbrIdx
                        if pbrNom(pbrIdx) = pbrCle then
                                move 1 to pbrTrouve
                        end-if
                end-perform
        end-if.

      *> Besoin en ingrédient courant des précommandes en attente :
      *> explose chaque précommande de statut 0 par les lignes de
      *> recette de la potion demandée
      *> (le record fIn est positionné par l'appelant)
        PlanBesoinPreCommandes.

        move 0 to planBesoin
        open input fCmd
        move 0 to planCmdFin
        perform with test after until planCmdFin = 1
                read fCmd next
                at end move 1 to planCmdFin
                not at end
                        if fCmd_statut = 0 then
                                open input fRec
                                move fCmd_potion to fRec_nom
                                start fRec, key is = fRec_nom
                                invalid key
                                        continue
                                not invalid key
                                        move 0 to planRecFin
                                        perform with test after
                                        until planRecFin = 1
                                                read fRec next
                                                at end move 1 to
                                                planRecFin
                                                not at end
                                                if fRec_nom =
                                                fCmd_potion then
                                                if fRec_ingredient =
                                                fIn_nomIn then
                                                compute
                                                planLigneBesoin =
                                                fRec_quantite *
                                                fCmd_quantite
                                                add planLigneBesoin
                                                to planBesoin
                                                end-if
                                                else
                                                move 1 to planRecFin
                                                end-if
                                        end-read
                                        end-perform
                                end-start
                                close fRec
                        end-if
        end-read
        end-perform
        close fCmd.

      *> Quantité de l'ingrédient courant déjà sur des commandes
      *> fournisseur non soldées (statut 0, ou 2 pour le reliquat
      *> d'une commande partiellement reçue)
        PlanEnCommandeFournisseur.

        move 0 to planEnCommande
        open input fCde
        move 0 to planCdeFin
        perform with test after until planCdeFin = 1
                read fCde next
                at end move 1 to planCdeFin
                not at end
                        if (fCde_statut = 0 or fCde_statut = 2)
                        and fCde_nomIn = fIn_nomIn then
                                compute planEnCommande =
                                planEnCommande + fCde_quantite
                                - fCde_recu
                        end-if
        end-read
        end-perform
        close fCde.

      *> Dernier prix unitaire payé pour l'ingrédient courant :
      *> le fichier des achats est en ajout, la dernière ligne
      *> correspondante est donc la plus récente
        PlanDernierPrixPaye.

        move 0 to planPrixTrouve
        move 0 to planDernierPrix
        open input fAch
        move 0 to planAchFin
        perform with test after until planAchFin = 1
                read fAch
                at end move 1 to planAchFin
                not at end
                        if fAch_nomIn = fIn_nomIn then
                                move fAch_prixUnitaire to
                                planDernierPrix
                                move 1 to planPrixTrouve
                        end-if
        end-read
        	display "=======GESTION DES RECETTES======="
                display "1- Ajouter une recette"
                display "2- Supprimer une recette"
                display "3- Substituts d'ingrédients"
                display "0- Quitter"
                accept recGererChoix
                if recGererChoix >= 0 and recGererChoix < 4 then
                        move 1 to recGererOk
                else
                        display "Saisie incorrecte"
                        perform AjouterRecette
                when 2
                        perform SupprimerRecette
                when 3
                        perform GererSubstituts
                when 0
                        display "Vous quittez."
        end-evaluate
                        not at end
                                if fRec_nom = recSuppNom then
                                        move fRec_ingredient to jrnAvant
                                        move fRec_id to subRecette
                                        delete fRec
                                        invalid key
                                                display "ERR:suppressionImpossible"
                                        not invalid key
                                                display "Ligne supprimée"
                                                perform
                                                SupprimerSubstitutsLigne
                                                move "Recettes" to
                                                jrnFichier
                                                move "DELETE" to



      *> Substituts approuvés d'une ligne de recette : chaque
      *> substitut remplace la quantité de la ligne par sa propre
      *> quantité (ex. 3 Fleur gelee pour 2 Cloche doree)
        GererSubstituts.

        display "Nom de la potion"
        accept subPotion
        move 0 to subNbLignes
        open input fRec
        move subPotion to fRec_nom
        start fRec, key is = fRec_nom
        invalid key
                display "Aucune recette pour cette potion"
        not invalid key
                move 0 to subFin
                perform with test after until subFin = 1
                        read fRec next
                        at end move 1 to subFin
                        not at end
                                if fRec_nom = subPotion then
                                        add 1 to subNbLignes
                                        display "Ligne n°", fRec_id,
                                        " : ", fRec_quantite, " ",
                                        fRec_ingredient
                                        move fRec_id to subRecette
                                        perform ListerSubstitutsLigne
                                else
                                        move 1 to subFin
                                end-if
                end-read
                end-perform
        end-start
        close fRec
        if subNbLignes > 0 then
                display "1- Ajouter un substitut"
                display "2- Retirer un substitut"
                display "0- Quitter"
                accept subChoix
                evaluate subChoix
                        when 1
                                perform AjouterSubstitut
                        when 2
                                perform RetirerSubstitut
                        when other
                                continue
                end-evaluate
        end-if.

      *> Affiche les substituts de la ligne de recette subRecette
        ListerSubstitutsLigne.

        open input fSub
        move subRecette to fSub_recette
        move low-values to fSub_substitut
        move 0 to subFin2
        start fSub, key is >= fSub_cle
        invalid key
                move 1 to subFin2
        end-start
        perform with test after until subFin2 = 1
                read fSub next
                at end move 1 to subFin2
                not at end
                        if fSub_recette = subRecette then
                                display "     substitut : ",
                                fSub_quantite, " ", fSub_substitut
                        else
                                move 1 to subFin2
                        end-if
        end-read
        end-perform
        close fSub.

        AjouterSubstitut.

        display "Numéro de la ligne de recette"
        accept subRecette
        open input fRec
        move subRecette to fRec_id
        read fRec
        invalid key
                move 0 to subTrouve
        not invalid key
                if fRec_nom = subPotion then
                        move 1 to subTrouve
                else
                        move 0 to subTrouve
                end-if
        end-read
        close fRec
        if subTrouve = 0 then
                display "Cette ligne n'appartient pas à la recette"
        else
                display "Ingrédient de substitution"
                accept subSubstitut
                display "Quantité remplaçant ", fRec_quantite, " ",
                fRec_ingredient
                accept subQuantite
      *> Le substitut doit être un ingrédient connu du même type
                open input fIn
                move fRec_ingredient to fIn_nomIn
                read fIn
                invalid key
                        move spaces to subType
                not invalid key
                        move fIn_type to subType
                end-read
                move subSubstitut to fIn_nomIn
                read fIn
                invalid key
                        display "ERR:noSuchIngredient"
                        move 0 to subTrouve
                not invalid key
                        if fIn_type not = subType then
                                display "Le substitut doit être du ",
                                "même type que l'ingrédient (",
                                subType, ")"
                                move 0 to subTrouve
                        end-if
                end-read
                close fIn
                if subSubstitut = fRec_ingredient or subQuantite = 0
                then
                        display "Saisie incorrecte"
                        move 0 to subTrouve
                end-if
                if subTrouve = 1 then
                        open i-o fSub
                        move subRecette to fSub_recette
                        move subSubstitut to fSub_substitut
                        move subQuantite to fSub_quantite
                        write tamp_fSub
                        invalid key
                                display "Ce substitut existe déjà"
                        not invalid key
                                move "Substituts" to jrnFichier
                                move "WRITE" to jrnOperation
                                move fSub_cle to jrnCle
                                move spaces to jrnAvant
                                move fSub_quantite to jrnApres
                                perform JournaliserMutation
                                display "Substitut enregistré"
                        end-write
                        close fSub
                end-if
        end-if.

        RetirerSubstitut.

        display "Numéro de la ligne de recette"
        accept subRecette
        display "Ingrédient de substitution à retirer"
        accept subSubstitut
        open i-o fSub
        move subRecette to fSub_recette
        move subSubstitut to fSub_substitut
        read fSub
        invalid key
                display "Ce substitut n'existe pas"
        not invalid key
                move fSub_quantite to jrnAvant
                delete fSub
                invalid key
                        display "ERR:suppressionImpossible"
                not invalid key
                        move "Substituts" to jrnFichier
                        move "DELETE" to jrnOperation
                        move fSub_cle to jrnCle
                        move spaces to jrnApres
                        perform JournaliserMutation
                        display "Substitut retiré"
                end-delete
        end-read
        close fSub.

      *> Supprime les substituts de la ligne de recette subRecette
        SupprimerSubstitutsLigne.

        open i-o fSub
        move subRecette to fSub_recette
        move low-values to fSub_substitut
        move 0 to subFin2
        start fSub, key is >= fSub_cle
        invalid key
                move 1 to subFin2
        end-start
        perform with test after until subFin2 = 1
                read fSub next
                at end move 1 to subFin2
                not at end
                        if fSub_recette = subRecette then
                                move fSub_quantite to jrnAvant
                                delete fSub end-delete
                                move "Substituts" to jrnFichier
                                move "DELETE" to jrnOperation
                                move fSub_cle to jrnCle
                                move spaces to jrnApres
                                perform JournaliserMutation
                        else
                                move 1 to subFin2
                        end-if
        end-read
        end-perform
        close fSub.

      *> Menu du catalogue des prix : le prix de vente est fixé à la
      *> main avec une date d'effet, l'historique est conservé ; le
      *> coût+marque du brassage n'est plus qu'une suggestion
                                move fBra_cout to crbCout
                        end-if
                        display "Coût total d'ingrédients :", crbCout
                        if crbNbSubst > 0 then
                                display "dont lignes de substituts :",
                                crbNbSubst
                        end-if
                        if fBra_quantite > 0 then
                                compute crbUnit = crbCout
                                / fBra_quantite
        SommerConsommationsBrassage.

        move 0 to crbCout
        move 0 to crbNbSubst
        open input fCsb
        move 0 to crbCsbFin
        perform with test after until crbCsbFin = 1
                                compute crbLigneCout =
                                fCsb_quantite * fCsb_prixUnitaire
                                add crbLigneCout to crbCout
                                if fCsb_substitutDe not = spaces then
                                        add 1 to crbNbSubst
                                        display "Substitut ",
                                        fCsb_nomIn, " (", fCsb_quantite,
                                        ") pour ", fCsb_substitutDe,
                                        " coût ", crbLigneCout
                                end-if
                        end-if
        end-read
        end-perform
                                display "Ingrédient :", fCsb_nomIn
                                display "Lot n°", fCsb_lot,
                                " Quantité :", fCsb_quantite
                                if fCsb_substitutDe not = spaces then
                                        display "Substitut de :",
                                        fCsb_substitutDe
                                end-if
                                compute crbLigneCout =
                                fCsb_quantite * fCsb_prixUnitaire
                                display "Prix unitaire :",

        INVALID KEY DISPLAY "ERR:noSuchIngredient"
        NOT INVALID KEY
                PERFORM BrassageCapaciteLigne
                MOVE 1 TO createLotRecetteExiste
                IF createLotPremier = 0 THEN
                        MOVE createLotTmpMax TO createLotMax

        INVALID KEY DISPLAY "ERR:noSuchIngredient"
        NOT INVALID KEY
                PERFORM BrassageCapaciteLigne
                MOVE 1 TO createLotRecetteExiste
                IF createLotPremier = 0 THEN
                        MOVE createLotTmpMax TO createLotMax

        INVALID KEY DISPLAY "ERR:noSuchIngredient"
        NOT INVALID KEY
                PERFORM BrassageCapaciteLigne
                MOVE 1 TO createLotRecetteExiste
                IF createLotPremier = 0 THEN
                        MOVE createLotTmpMax TO createLotMax
        FinDeJournee.

        accept edjDateTmp from date yyyymmdd
        perform EditerEtatJournalier
        if edjErreur = 1 then
                display "ERREUR d'écriture de EtatJournalier.dat, ",
                "état incomplet"
        else
                display "État de fin de journée écrit dans ",
                "EtatJournalier.dat"
        end-if
        perform Alchimiste.

      *> Écrit l'état de la journée edjDateTmp ; edjErreur passe à 1
      *> si une écriture échoue (disque plein...), l'état est alors
      *> incomplet
        EditerEtatJournalier.

        move 0 to edjErreur
        open output fEtat
        perform EtatControler
        move edjDateTmp(7:2) to edjTitreJour
        move edjDateTmp(5:2) to edjTitreMois
        move edjDateTmp(1:4) to edjTitreAnnee
        write etatLigne from edjTitre
        perform EtatControler
        move all "=" to etatLigne
        write etatLigne
        perform EtatControler
        move spaces to etatLigne
        write etatLigne
        perform EtatControler

        move "VENTES DU JOUR PAR POTION" to etatLigne
        write etatLigne
        perform EtatControler
        move "POTION                          QUANTITE    MONTANT"
        to etatLigne
        write etatLigne
        perform EtatControler
        move 0 to edjTotalVentes
        open input fPot
        move 0 to edjFin
                                move edjQte to edjDetQte
                                move edjLigneMontant to edjDetMontant
                                write etatLigne from edjDetail
                                perform EtatControler
                        end-if
        end-read
        end-perform
        move "TOTAL RECETTES DU JOUR" to edjTotLibelle
        move edjTotalVentes to edjTotMontant
        write etatLigne from edjTotalLigne
        perform EtatControler
        move spaces to etatLigne
        write etatLigne
        perform EtatControler

        move "ACHATS D'INGREDIENTS DU JOUR" to etatLigne
        write etatLigne
        perform EtatControler
        move "INGREDIENT                      QUANTITE    MONTANT"
        to etatLigne
        write etatLigne
        perform EtatControler
        move 0 to edjTotalAchats
        open input fAch
        move 0 to edjFin
                                move fAch_quantite to edjDetQte
                                move edjLigneMontant to edjDetMontant
                                write etatLigne from edjDetail
                                perform EtatControler
                                add edjLigneMontant to edjTotalAchats
                        end-if
        end-read
        move "TOTAL ACHATS DU JOUR" to edjTotLibelle
        move edjTotalAchats to edjTotMontant
        write etatLigne from edjTotalLigne
        perform EtatControler
        move spaces to etatLigne
        write etatLigne
        perform EtatControler

        move "BRASSAGES DU JOUR" to etatLigne
        write etatLigne
        perform EtatControler
        move "POTION                          QUANTITE" to etatLigne
        write etatLigne
        perform EtatControler
        move 0 to edjTotalBrasse
        open input fBra
        move 0 to edjFin
                                move fBra_quantite to edjDetQte
                                move 0 to edjDetMontant
                                write etatLigne from edjDetail
                                perform EtatControler
                                add fBra_quantite to edjTotalBrasse
                        end-if
        end-read
        move "TOTAL UNITES BRASSEES" to edjTotLibelle
        move edjTotalBrasse to edjTotMontant
        write etatLigne from edjTotalLigne
        perform EtatControler
        move spaces to etatLigne
        write etatLigne
        perform EtatControler
        move all "=" to etatLigne
        write etatLigne
        perform EtatControler
        close fEtat
        perform EtatControler.

        EtatControler.

        if cr_fEtat > 9 then
                move 1 to edjErreur
        end-if.

      *> Contrôle d'intégrité : balaye les fichiers de données et
      *> signale les références cassées avant qu'elles ne faussent
      *> les statistiques ou la clôture
        ControleIntegrite.

        perform VerifierIntegrite
        perform Alchimiste.

      *> Passe les contrôles et totalise les anomalies dans
      *> ctrlTotalErreurs
        VerifierIntegrite.

        display "=======CONTRÔLE D'INTÉGRITÉ======="

        display " "
        display "--- Lignes de recette sans ingrédient en stock ---"
        compute ctrlTotalErreurs = ctrlCntRecIn + ctrlCntPotRec
        + ctrlCntPotPrix + ctrlCntVenPot + ctrlCntVenCom
        + ctrlCntAchIn + ctrlCntClo
        display "TOTAL DES ANOMALIES :", ctrlTotalErreurs.

      *> Journalise une mutation (WRITE/REWRITE/DELETE) d'un fichier
      *> maître dans le journal d'audit, avec l'utilisateur connecté
        move fIn_nomIn to fLot_nomIn
        move achatQuantite to fLot_quantite
        move achatDateTmp to fLot_dateEntree
        move fCde_fournisseur to fLot_fournisseur
        move fCde_id to fLot_commande
        if fIn_type = "pierre" then
                move 99999999 to fLot_peremption
                display "Ingrédient minéral, pas de péremption"
        move fLot_id to fCsb_lot
        move lotPreleve to fCsb_quantite
        move fIn_prix to fCsb_prixUnitaire
        move subRemplace to fCsb_substitutDe
        write tamp_fCsb
        close fCsb.

        RapportPeremption.

        accept lotDateTmp from date yyyymmdd
        perform ListerLotsPerimant
        perform Alchimiste.

      *> Liste les lots d'ingrédients périmant dans les 30 jours qui
      *> suivent lotDateTmp
        ListerLotsPerimant.

        move 0 to lotErreur
        move lotDateTmp(1:4) to lotLimAnnee
        move lotDateTmp(5:2) to lotLimMois
        move lotDateTmp(7:2) to lotLimJour
        lotLimMois, "/", lotLimAnnee
        move 0 to lotAlerteCnt
        open input fLot
        if cr_fLot > 9 then
                move 1 to lotErreur
        else
                move 0 to lotFin
                perform with test after until lotFin = 1
                        read fLot next
                        at end move 1 to lotFin
                        not at end
                                if fLot_quantite > 0
                                and fLot_peremption not = 99999999
                                and fLot_peremption <= lotDateLimite
                                then
                                        display " "
                                        display "Lot n°", fLot_id, " ",
                                        fLot_nomIn
                                        display "Quantité :",
                                        fLot_quantite
                                        display "Péremption :",
                                        fLot_peremption
                                        if fLot_peremption < lotDateTmp
                                        then
                                                display "*** DÉJÀ PÉRIMÉ ***"
                                        end-if
                                        add 1 to lotAlerteCnt
                                end-if
                end-read
                end-perform
                close fLot
        end-if
        display " "
        display "Lots à surveiller :", lotAlerteCnt.

      *> Rapport de péremption des potions brassées : lots de potions
      *> non vides périmés ou périmant dans les 30 jours, avec mise au
        RapportPeremptionPotions.

        accept ltpDateTmp from date yyyymmdd
        move 0 to ltpAuto
        perform ParcourirLotsPotionPerimant
        perform Alchimiste.

      *> Parcourt les lots de potions périmant dans les 30 jours qui
      *> suivent ltpDateTmp ; avec ltpAuto = 1 (traitement de nuit)
      *> les lots déjà périmés sont jetés sans question, sinon la
      *> mise au rebut est demandée lot par lot
        ParcourirLotsPotionPerimant.

        move 0 to ltpErreur
        move 0 to ltpJetes
        move ltpDateTmp(1:4) to ltpLimAnnee
        move ltpDateTmp(5:2) to ltpLimMois
        move ltpDateTmp(7:2) to ltpLimJour
        ltpLimMois, "/", ltpLimAnnee
        move 0 to ltpAlerteCnt
        open i-o fLtp
        if cr_fLtp > 9 then
                move 1 to ltpErreur
        else
                move 0 to ltpFin
                perform with test after until ltpFin = 1
                        read fLtp next
                        at end move 1 to ltpFin
                        not at end
                                if fLtp_quantite > 0
                                and fLtp_limite <= ltpDateLimite then
                                        display " "
                                        display "Lot n°", fLtp_id, " ",
                                        fLtp_nomPot
                                        display "Quantité :",
                                        fLtp_quantite
                                        display "Brassé le :",
                                        fLtp_dateBrassage
                                        display "À consommer avant :",
                                        fLtp_limite
                                        if fLtp_limite < ltpDateTmp then
                                                display "*** DÉJÀ PÉRIMÉ ***"
                                        end-if
                                        if ltpAuto = 1 then
                                                if fLtp_limite
                                                < ltpDateTmp then
                                                        perform
                                                        JeterLotPotion
                                                        add 1 to
                                                        ltpJetes
                                                end-if
                                        else
                                                display "Jeter ce lot ? ",
                                                "1- OUI 0- NON"
                                                accept ltpJeter
                                                if ltpJeter = 1 then
                                                        perform
                                                        JeterLotPotion
                                                end-if
                                        end-if
                                        add 1 to ltpAlerteCnt
                                end-if
                end-read
                end-perform
                close fLtp
        end-if
        display " "
        display "Lots de potions à surveiller :", ltpAlerteCnt.

      *> Met un lot de potions au rebut : retire la quantité du stock
      *> agrégé, vide le lot et journalise la perte
      *> (le record fLtp est positionné, fLtp est ouvert en i-o)
        JeterLotPotion.

      *> Un lot bloqué par un rappel est déjà sorti du stock agrégé
        if fLtp_bloque not = 1 then
                open i-o fPot
                move fLtp_nomPot to fPot_nom
                read fPot
                invalid key
                        display "ERR:potionIntrouvable"
                not invalid key
                        move fPot_quantite to jrnAvant
                        if fPot_quantite < fLtp_quantite then
                                move 0 to fPot_quantite
                        else
                                subtract fLtp_quantite from
                                fPot_quantite
                        end-if
                        rewrite tamp_fPot end-rewrite
                        move "Potions" to jrnFichier
                        move "REWRITE" to jrnOperation
                        move fPot_nom to jrnCle
                        move fPot_quantite to jrnApres
                        perform JournaliserMutation
                end-read
                close fPot
        end-if
        move fLtp_quantite to jrnAvant
        move 0 to fLtp_quantite
        rewrite tamp_fLtp end-rewrite
                        display "ERR:compteIntrouvable"
                not invalid key
                        perform CalculerRemiseFidelite
                        move 0 to fidMontantRemise
                        if fidRemise > 0 then
                                compute fidMontantRemise =
                                cmdTotalPrix * fidRemise / 100
                                move cmdTotalPrix to ventePrix
                                move fCmd_client to venteClient
                                move fCmd_quantite to venteQuantite
                                move 0 to venteTicket
                                move fPot_effet to venteEffet
                                move fidMontantRemise to venteRemise
                                move 0 to ventePromo
                                move 0 to venteBon
                                perform EnregistrerVente
                                move 1 to fCmd_statut
                                rewrite tamp_fCmd end-rewrite
                                display "Potion :", fVen_nomPotion
                                display "Quantité :", fVen_quantite
                                display "Prix :", fVen_prix
                                if fVen_ticket > 0 then
                                        display "Ticket n°", fVen_ticket
                                end-if
                                add fVen_prix to histCliTotal
                        end-if
        end-read
        close fCom
        perform Alchimiste.

      *> Poste une écriture dans le livre de trésorerie : chaque
      *> recharge de compte client crédite la caisse (une vente ne
      *> fait que consommer ce dépôt), chaque règlement fournisseur
      *> la débite, avec le solde courant reporté sur chaque ligne
      *> (treSens, treLibelle et treMontant sont renseignés par
      *> l'appelant)
        TresoreriePoster.
                        not at end
                                move fTre_solde to treSoldeCourant
                end-read
                end-perform
                close fTre
        end-if
        open extend fTre
        accept treDateTmp from date yyyymmdd
        move treDateTmp(1:4) to fTre_annee
        move treDateTmp(5:2) to fTre_mois
        move treDateTmp(7:2) to fTre_jour
        move treSens to fTre_sens
        move treLibelle to fTre_libelle
        move treMontant to fTre_montant
        if treSens = "C" then
                add treMontant to treSoldeCourant
        else
                subtract treMontant from treSoldeCourant
        end-if
        move treSoldeCourant to fTre_solde
        write tamp_fTre
        close fTre.

      *> Rapport de trésorerie : mouvement d'un mois (crédits des
      *> recharges, débits des règlements) ; les recharges encaissées
      *> sont rapprochées de Recharges.dat
        RapportTresorerie.

        display "Année (AAAA)"
        accept treAnnee
        display "Mois (MM)"
        accept treMois
        move 0 to treCredits
        move 0 to treDebits
        move 0 to treRbtDebits
        move 0 to treRegDebits
        move 0 to treRchCredits
        move 0 to treInvCredits
        move 0 to treInvDebits
        move 0 to treSoldeCourant
        open input fTre
        move 0 to treScanFin
        perform with test after until treScanFin = 1
                read fTre
                at end move 1 to treScanFin
                not at end
                        move fTre_solde to treSoldeCourant
                        if fTre_annee = treAnnee
                        and fTre_mois = treMois then
      *> les ajustements d'inventaire ne sont ni des ventes ni des
      *> achats : ils sont totalisés à part du rapprochement
                        if fTre_libelle(1:4) = "INV " then
                                if fTre_sens = "C" then
                                        add fTre_montant to
                                        treInvCredits
                                else
                                        add fTre_montant to
                                        treInvDebits
                                end-if
                        else
                                if fTre_sens = "C" then
                                        add fTre_montant to treCredits
                                        if fTre_libelle(1:5) =
                                        "RECH " then
                                                add fTre_montant to
                                                treRchCredits
                                        end-if
                                else
                                        add fTre_montant to treDebits
                                        if fTre_libelle(1:5) =
                                        "REMB " then
                                                add fTre_montant to
                                                treRbtDebits
                                        end-if
                                        if fTre_libelle(1:5) =
                                        "REGL " then
                                                add fTre_montant to
                                                treRegDebits
                                        end-if
                                end-if
                        end-if
                        end-if
        end-read
        end-perform
        close fTre
        compute treMouvement = treCredits - treDebits
        + treInvCredits - treInvDebits
        display "=======RAPPORT DE TRÉSORERIE======="
        display "Mois :", treMois, "/", treAnnee
        display "Crédits :", treCredits
        display "dont recharges des comptes clients :", treRchCredits
        display "Débits :", treDebits
        display "dont règlements fournisseur :", treRegDebits
        if treRbtDebits > 0 then
                display "dont remboursements de ventes :", treRbtDebits
        end-if
        display "Inventaire : gains ", treInvCredits,
        " pertes ", treInvDebits
        display "Mouvement net du mois :", treMouvement
        display "Solde de caisse actuel :", treSoldeCourant
        move 0 to treRchTotal
        open input fRch
        move 0 to treScanFin
        perform with test after until treScanFin = 1
                read fRch
                at end move 1 to treScanFin
                not at end
                        if fRch_annee = treAnnee
                        and fRch_mois = treMois then
                                add fRch_montant to treRchTotal
                        end-if
        end-read
        end-perform
        close fRch
        display "Recharges enregistrées dans le mois :", treRchTotal
        if treRchTotal = treRchCredits then
                display "RAPPROCHEMENT OK"
        else
                display "ECART ENTRE TRÉSORERIE ET RECHARGES"
        end-if
        perform Alchimiste.


      *> Export comptable : écritures d'un mois au format journal
      *> (date, compte, débit, crédit, référence) dans
      *> ExportComptable.dat ; l'argent des recharges est une dette
      *> envers le client (dépôts) jusqu'à ce qu'il l'utilise
        ExportComptable.

        move 0 to expOk
        perform with test after until expOk = 1
                display "=======EXPORT COMPTABLE======="
                display "1- Exporter un mois"
                display "2- Contrôle des dépôts clients"
                display "3- Plan comptable"
                display "4- Modifier un compte du plan comptable"
                display "5- Historique des exports"
                display "0- Quitter"
                accept expChoix
                if expChoix >= 0 and expChoix < 6 then
                        move 1 to expOk
                else
                        display "Saisie incorrecte"
                end-if
        end-perform
        evaluate expChoix
                when 1
                        perform ExporterPeriode
                when 2
                        perform ControlerDepotsClients
                when 3
                        perform ListerPlanComptable
                when 4
                        perform ModifierPlanComptable
                when 5
                        perform HistoriqueExports
                when 0
                        display "Vous quittez."
        end-evaluate
        perform Alchimiste.

      *> Exporte un mois révolu, une seule fois : le registre des
      *> exports refuse une période déjà transmise
        ExporterPeriode.

        display "Année (AAAA)"
        accept expAnnee
        display "Mois (MM)"
        accept expMois
        accept expDateJour from date yyyymmdd
        compute expPeriode = expAnnee * 100 + expMois
        compute expPeriodeJour = expDateJour / 100
        move 1 to expValide
        if expMois = 0 or expMois > 12
        or expPeriode >= expPeriodeJour then
                display "Seul un mois révolu peut être exporté"
                move 0 to expValide
        end-if
        if expValide = 1 then
                open input fExr
                move expAnnee to fExr_annee
                move expMois to fExr_mois
                read fExr
                invalid key
                        continue
                not invalid key
                        display "Ce mois a déjà été exporté le ",
                        fExr_date, " (", fExr_lignes, " lignes)"
                        move 0 to expValide
                end-read
                close fExr
        end-if
        if expValide = 1 then
                perform ControlerDepotsClients
                if expNbEcarts > 0 then
                        display "Exporter malgré les écarts ? ",
                        "1- OUI 0- NON"
                        accept expConfirme
                        if expConfirme not = 1 then
                                move 0 to expValide
                                display "Export abandonné"
                        end-if
                end-if
        end-if
        if expValide = 1 then
                move 0 to expLignes
                move 0 to expTotDebit
                move 0 to expTotCredit
                open extend fExp
                open input fPcg
                perform ExpVentes
                perform ExpRemboursements
                perform ExpRecharges
                perform ExpTransferts
                perform ExpBons
                perform ExpAchats
                perform ExpFactures
                perform ExpReglements
                perform ExpAjustements
                close fPcg
                close fExp
                perform ExpEnregistrer
        end-if.

      *> Ventes du mois : le dépôt du client est consommé, la vente
      *> HT et la TVA collectée sont constatées
        ExpVentes.

        open input fVen
        move expAnnee to fVen_annee
        move expMois to fVen_mois
        move 0 to fVen_jour
        move 0 to fVen_num
        move 0 to expFin
        start fVen, key is >= fVen_id
        invalid key
                move 1 to expFin
        end-start
        perform with test after until expFin = 1
                read fVen next
                at end move 1 to expFin
                not at end
                        if fVen_annee = expAnnee
                        and fVen_mois = expMois then
                                move fVen_id to expDateVente
                                move fVen_prix to expTtc
                                move fVen_ht to expHt
                                move fVen_tva to expTva
                                move fVen_bon to expBon
                                perform ExpEcrireVente
                        else
                                move 1 to expFin
                        end-if
        end-read
        end-perform
        close fVen
        open input fVenA
        if cr_fVenA = 0 then
                move expAnnee to fVenA_annee
                move expMois to fVenA_mois
                move 0 to fVenA_jour
                move 0 to fVenA_num
                move 0 to expFin
                start fVenA, key is >= fVenA_id
                invalid key
                        move 1 to expFin
                end-start
                perform with test after until expFin = 1
                        read fVenA next
                        at end move 1 to expFin
                        not at end
                                if fVenA_annee = expAnnee
                                and fVenA_mois = expMois then
                                        move fVenA_id to expDateVente
                                        move fVenA_prix to expTtc
                                        move fVenA_ht to expHt
                                        move fVenA_tva to expTva
                                        move fVenA_bon to expBon
                                        perform ExpEcrireVente
                                else
                                        move 1 to expFin
                                end-if
                end-read
                end-perform
                close fVenA
        end-if.

      *> expDateVente porte l'identifiant de la vente (date + numéro) ;
      *> la part réglée par bon cadeau (expBon) solde la dette envers
      *> le porteur du bon au lieu du dépôt du client
        ExpEcrireVente.

        if expHt = 0 and expTva = 0 then
                move expTtc to expHt
        end-if
        move expDateVente(1:8) to expDate
        move "VT" to expJournal
        move spaces to expReference
        move "VEN " to expReference(1:4)
        move expDateVente to expReference(5:12)
        if expTtc > expBon then
                move "DEPOTS" to expMouvement
                compute expDebit = expTtc - expBon
                move 0 to expCredit
                perform ExpEcrireLigne
        end-if
        if expBon > 0 then
                move "BONS" to expMouvement
                move expBon to expDebit
                move 0 to expCredit
                perform ExpEcrireLigne
        end-if
        move "VENTES" to expMouvement
        move 0 to expDebit
        move expHt to expCredit
        perform ExpEcrireLigne
        if expTva > 0 then
                move "TVACOL" to expMouvement
                move expTva to expCredit
                perform ExpEcrireLigne
        end-if.

      *> Remboursements du mois : écriture inverse de la vente, le
      *> dépôt du client est reconstitué
        ExpRemboursements.

        open input fRbt
        move 0 to expFin
        perform with test after until expFin = 1
                read fRbt
                at end move 1 to expFin
                not at end
                        if fRbt_annee = expAnnee
                        and fRbt_mois = expMois then
                                move fRbt_date to expDate
                                move "VT" to expJournal
                                move spaces to expReference
                                move "RBT " to expReference(1:4)
                                move fRbt_venteId to
                                expReference(5:12)
                                move fRbt_ht to expHt
                                move fRbt_tva to expTva
                                if expHt = 0 and expTva = 0 then
                                        move fRbt_montant to expHt
                                end-if
                                move "VENTES" to expMouvement
                                move expHt to expDebit
                                move 0 to expCredit
                                perform ExpEcrireLigne
                                if expTva > 0 then
                                        move "TVACOL" to expMouvement
                                        move expTva to expDebit
                                        perform ExpEcrireLigne
                                end-if
                                move "DEPOTS" to expMouvement
                                move 0 to expDebit
                                move fRbt_montant to expCredit
                                perform ExpEcrireLigne
                        end-if
        end-read
        end-perform
        close fRbt.

      *> Recharges du mois : la caisse encaisse, le dépôt du client
      *> augmente d'autant
        ExpRecharges.

        open input fRch
        move 0 to expFin
        perform with test after until expFin = 1
                read fRch
                at end move 1 to expFin
                not at end
                        if fRch_annee = expAnnee
                        and fRch_mois = expMois then
                                move fRch_date to expDate
                                move "CA" to expJournal
                                move spaces to expReference
                                move "RCH " to expReference(1:4)
                                move fRch_client to expReference(5:16)
                                move "CAISSE" to expMouvement
                                move fRch_montant to expDebit
                                move 0 to expCredit
                                perform ExpEcrireLigne
                                move "DEPOTS" to expMouvement
                                move 0 to expDebit
                                move fRch_montant to expCredit
                                perform ExpEcrireLigne
                        end-if
        end-read
        end-perform
        close fRch.

      *> Bons cadeau achetés dans le mois : le dépôt de l'acheteur
      *> devient une dette envers le porteur du bon
        ExpBons.

        open input fBmv
        move 0 to expFin
        perform with test after until expFin = 1
                read fBmv
                at end move 1 to expFin
                not at end
                        if fBmv_type = "A"
                        and fBmv_date(1:4) = expAnnee
                        and fBmv_date(5:2) = expMois then
                                move fBmv_date to expDate
                                move "OD" to expJournal
                                move spaces to expReference
                                move "BON " to expReference(1:4)
                                move fBmv_code to expReference(5:12)
                                move "DEPOTS" to expMouvement
                                move fBmv_montant to expDebit
                                move 0 to expCredit
                                perform ExpEcrireLigne
                                move "BONS" to expMouvement
                                move 0 to expDebit
                                move fBmv_montant to expCredit
                                perform ExpEcrireLigne
                        end-if
        end-read
        end-perform
        close fBmv.

      *> Transferts du mois : d'un dépôt client à un autre
        ExpTransferts.

        open input fTrf
        move 0 to expFin
        perform with test after until expFin = 1
                read fTrf
                at end move 1 to expFin
                not at end
                        if fTrf_annee = expAnnee
                        and fTrf_mois = expMois then
                                move fTrf_date to expDate
                                move "OD" to expJournal
                                move "DEPOTS" to expMouvement
                                move spaces to expReference
                                move "TRF " to expReference(1:4)
                                move fTrf_source to expReference(5:16)
                                move fTrf_montant to expDebit
                                move 0 to expCredit
                                perform ExpEcrireLigne
                                move spaces to expReference
                                move "TRF " to expReference(1:4)
                                move fTrf_destination to
                                expReference(5:16)
                                move 0 to expDebit
                                move fTrf_montant to expCredit
                                perform ExpEcrireLigne
                        end-if
        end-read
        end-perform
        close fTrf.

      *> Achats d'ingrédients réceptionnés dans le mois : charge HT,
      *> TVA déductible, dette fournisseur TTC
        ExpAchats.

        open input fAch
        move 0 to expFin
        perform with test after until expFin = 1
                read fAch
                at end move 1 to expFin
                not at end
                        if fAch_annee = expAnnee
                        and fAch_mois = expMois then
                                compute expDate = fAch_annee * 10000
                                + fAch_mois * 100 + fAch_jour
                                move "AC" to expJournal
                                move spaces to expReference
                                move "ACH " to expReference(1:4)
                                move fAch_nomIn to expReference(5:16)
                                compute expHt = fAch_quantite
                                * fAch_prixUnitaire
                                compute expTva rounded = expHt
                                * fAch_tauxTva / 100
                                move "ACHATS" to expMouvement
                                move expHt to expDebit
                                move 0 to expCredit
                                perform ExpEcrireLigne
                                if expTva > 0 then
                                        move "TVADED" to expMouvement
                                        move expTva to expDebit
                                        perform ExpEcrireLigne
                                end-if
                                move "FOURNIS" to expMouvement
                                move 0 to expDebit
                                compute expCredit = expHt + expTva
                                perform ExpEcrireLigne
                        end-if
        end-read
        end-perform
        close fAch.

      *> Factures fournisseur du mois acceptées avec un écart de prix
      *> ou de quantité : la dette est portée au montant facturé, la
      *> différence va en charge et en TVA déductible
        ExpFactures.

        open input fFac
        if cr_fFac = 0 then
                move 0 to expFin
                perform with test after until expFin = 1
                        read fFac next
                        at end move 1 to expFin
                        not at end
                                if fFac_date(1:4) = expAnnee
                                and fFac_date(5:2) = expMois
                                and (fFac_ecartHt not = 0
                                or fFac_ecartTva not = 0) then
                                        perform ExpEcrireEcartFacture
                                end-if
                end-read
                end-perform
                close fFac
        end-if.

      *> Une facture supérieure à la réception est une charge de plus
      *> envers le fournisseur, inférieure une charge de moins
        ExpEcrireEcartFacture.

        move fFac_date to expDate
        move "AC" to expJournal
        move spaces to expReference
        move "FAC " to expReference(1:4)
        move fFac_id to expReference(5:5)
        move fFac_reference to expReference(11:10)
        move "ACHATS" to expMouvement
        move fFac_ecartHt to expMontant
        perform ExpEcrireEcart
        move "TVADED" to expMouvement
        move fFac_ecartTva to expMontant
        perform ExpEcrireEcart
        move "FOURNIS" to expMouvement
        compute expMontant = 0 - fFac_ecartHt - fFac_ecartTva
        perform ExpEcrireEcart.

      *> Écrit expMontant (signé) au débit s'il est positif, au crédit
      *> s'il est négatif
        ExpEcrireEcart.

        if expMontant > 0 then
                move expMontant to expDebit
                move 0 to expCredit
                perform ExpEcrireLigne
        end-if
        if expMontant < 0 then
                move 0 to expDebit
                compute expCredit = 0 - expMontant
                perform ExpEcrireLigne
        end-if.

      *> Règlements fournisseur du mois : la dette est soldée par la
      *> caisse
        ExpReglements.

        open input fReg
        if cr_fReg = 0 then
                move 0 to expFin
                perform with test after until expFin = 1
                        read fReg
                        at end move 1 to expFin
                        not at end
                                if fReg_date(1:4) = expAnnee
                                and fReg_date(5:2) = expMois then
                                        move fReg_date to expDate
                                        move "CA" to expJournal
                                        move spaces to expReference
                                        move "REG " to
                                        expReference(1:4)
                                        move fReg_facture to
                                        expReference(5:5)
                                        move "FOURNIS" to expMouvement
                                        move fReg_montant to expDebit
                                        move 0 to expCredit
                                        perform ExpEcrireLigne
                                        move "CAISSE" to expMouvement
                                        move 0 to expDebit
                                        move fReg_montant to expCredit
                                        perform ExpEcrireLigne
                                end-if
                end-read
                end-perform
                close fReg
        end-if.

      *> Ajustements de stock du mois (inventaire) : une perte est une
      *> charge, un gain un produit, en contrepartie du stock
        ExpAjustements.

        open input fAju
        if cr_fAju = 0 then
                move 0 to expFin
                perform with test after until expFin = 1
                        read fAju
                        at end move 1 to expFin
                        not at end
                                if fAju_date(1:4) = expAnnee
                                and fAju_date(5:2) = expMois
                                and fAju_valeur > 0 then
                                        perform ExpEcrireAjustement
                                end-if
                end-read
                end-perform
                close fAju
        end-if.

        ExpEcrireAjustement.

        move fAju_date to expDate
        move "OD" to expJournal
        move spaces to expReference
        move "AJU " to expReference(1:4)
        move fAju_nom to expReference(5:16)
        if fAju_sens = "-" then
                move "ECARTINV" to expMouvement
                move fAju_valeur to expDebit
                move 0 to expCredit
                perform ExpEcrireLigne
                move "STOCK" to expMouvement
                move 0 to expDebit
                move fAju_valeur to expCredit
                perform ExpEcrireLigne
        else
                move "STOCK" to expMouvement
                move fAju_valeur to expDebit
                move 0 to expCredit
                perform ExpEcrireLigne
                move "ECARTINV" to expMouvement
                move 0 to expDebit
                move fAju_valeur to expCredit
                perform ExpEcrireLigne
        end-if.

      *> Écrit une ligne d'écriture (expDate, expJournal,
      *> expMouvement, expDebit, expCredit et expReference sont
      *> renseignés ; fPcg est ouvert)
        ExpEcrireLigne.

        perform ChercherCompteComptable
        move spaces to tamp_fExp
        move expDate to fExp_date
        move expJournal to fExp_journal
        move expCompte to fExp_compte
        move expDebit to fExp_debit
        move expCredit to fExp_credit
        move expReference to fExp_reference
        write tamp_fExp
        add 1 to expLignes
        add expDebit to expTotDebit
        add expCredit to expTotCredit.

      *> Compte du plan comptable pour expMouvement, compte par
      *> défaut s'il n'a pas été paramétré
        ChercherCompteComptable.

        move spaces to expCompte
        move expMouvement to fPcg_mouvement
        read fPcg
        invalid key
                continue
        not invalid key
                move fPcg_compte to expCompte
        end-read
        if expCompte = spaces then
                move 0 to expIdx
                perform with test after
                until expIdx >= 10 or expCompte not = spaces
                        add 1 to expIdx
                        if expDefMouvement(expIdx) = expMouvement then
                                move expDefCompte(expIdx) to expCompte
                        end-if
                end-perform
        end-if.

      *> Inscrit le mois au registre des exports
        ExpEnregistrer.

        open i-o fExr
        move expAnnee to fExr_annee
        move expMois to fExr_mois
        move expDateJour to fExr_date
        move expLignes to fExr_lignes
        move expTotDebit to fExr_debit
        move expTotCredit to fExr_credit
        move expEcartTotal to fExr_ecart
        write tamp_fExr
        invalid key
                display "ERR:exportDejaEnregistre"
        end-write
        close fExr
        move "ExportsComptables" to jrnFichier
        move "EXPORT" to jrnOperation
        move fExr_periode to jrnCle
        move spaces to jrnAvant
        move expLignes to jrnApres
        perform JournaliserMutation
        display " "
        display "Lignes exportées :", expLignes
        display "Total débit :", expTotDebit
        display "Total crédit :", expTotCredit
        if expTotDebit not = expTotCredit then
                display "*** ÉCRITURES DÉSÉQUILIBRÉES ***"
        end-if
        display "Écritures ajoutées à ExportComptable.dat".

      *> Contrôle des dépôts clients : le solde de chaque compte doit
      *> être égal à ses recharges, moins ses achats nets des
      *> remboursements, plus ou moins ses transferts, moins les bons
      *> cadeau qu'il a achetés (la part d'un achat réglée par bon ne
      *> touche pas son compte) ; la valeur restant sur les bons doit
      *> être égale aux bons émis moins les bons utilisés
        ControlerDepotsClients.

        display "=======CONTRÔLE DES DÉPÔTS CLIENTS======="
        move 0 to expNbCpt
        open input fCom
        move 0 to expFin
        perform with test after until expFin = 1
                read fCom next
                at end move 1 to expFin
                not at end
                        if expNbCpt < expMaxCpt then
                                add 1 to expNbCpt
                                move fCom_id to expCptNom(expNbCpt)
                                move fCom_solde to expCptSolde(expNbCpt)
                                move 0 to expCptAttendu(expNbCpt)
                        else
                                display "ERR:tropDeComptes"
                        end-if
        end-read
        end-perform
        close fCom
        move 0 to expTotRecharges
        move 0 to expTotVentes
        move 0 to expTotRbt
        open input fRch
        move 0 to expFin
        perform with test after until expFin = 1
                read fRch
                at end move 1 to expFin
                not at end
                        add fRch_montant to expTotRecharges
                        move fRch_client to expCle
                        move fRch_montant to expMontant
                        perform ExpCrediterCompte
        end-read
        end-perform
        close fRch
        open input fVen
        move 0 to expFin
        perform with test after until expFin = 1
                read fVen next
                at end move 1 to expFin
                not at end
                        add fVen_prix to expTotVentes
                        move fVen_client to expCle
                        compute expMontant = fVen_bon - fVen_prix
                        perform ExpCrediterCompte
        end-read
        end-perform
        close fVen
        open input fVenA
        if cr_fVenA = 0 then
                move 0 to expFin
                perform with test after until expFin = 1
                        read fVenA next
                        at end move 1 to expFin
                        not at end
                                add fVenA_prix to expTotVentes
                                move fVenA_client to expCle
                                compute expMontant = fVenA_bon
                                - fVenA_prix
                                perform ExpCrediterCompte
                end-read
                end-perform
                close fVenA
        end-if
        open input fRbt
        move 0 to expFin
        perform with test after until expFin = 1
                read fRbt
                at end move 1 to expFin
                not at end
                        add fRbt_montant to expTotRbt
                        move fRbt_client to expCle
                        move fRbt_montant to expMontant
                        perform ExpCrediterCompte
        end-read
        end-perform
        close fRbt
        open input fTrf
        move 0 to expFin
        perform with test after until expFin = 1
                read fTrf
                at end move 1 to expFin
                not at end
                        move fTrf_source to expCle
                        compute expMontant = 0 - fTrf_montant
                        perform ExpCrediterCompte
                        move fTrf_destination to expCle
                        move fTrf_montant to expMontant
                        perform ExpCrediterCompte
        end-read
        end-perform
        close fTrf
        move 0 to expTotBons
        move 0 to expBonsAttendu
        open input fBmv
        move 0 to expFin
        perform with test after until expFin = 1
                read fBmv
                at end move 1 to expFin
                not at end
                        if fBmv_type = "A" then
                                add fBmv_montant to expTotBons
                                add fBmv_montant to expBonsAttendu
                                move fBmv_client to expCle
                                compute expMontant = 0 - fBmv_montant
                                perform ExpCrediterCompte
                        else
                                subtract fBmv_montant from
                                expBonsAttendu
                        end-if
        end-read
        end-perform
        close fBmv
        move 0 to expTotBonsSoldes
        open input fBon
        move 0 to expFin
        perform with test after until expFin = 1
                read fBon next
                at end move 1 to expFin
                not at end
                        add fBon_solde to expTotBonsSoldes
        end-read
        end-perform
        close fBon
        move 0 to expNbEcarts
        move 0 to expTotSoldes
        move 0 to expEcartTotal
        if expNbCpt > 0 then
                move 0 to expIdx
                perform with test after until expIdx >= expNbCpt
                        add 1 to expIdx
                        add expCptSolde(expIdx) to expTotSoldes
                        compute expEcart = expCptSolde(expIdx)
                        - expCptAttendu(expIdx)
                        if expEcart not = 0 then
                                add 1 to expNbEcarts
                                add expEcart to expEcartTotal
                                display "Compte ", expCptNom(expIdx),
                                " solde ", expCptSolde(expIdx),
                                " attendu ", expCptAttendu(expIdx),
                                " écart ", expEcart
                        end-if
                end-perform
        end-if
        display "Total des soldes clients :", expTotSoldes
        display "Recharges :", expTotRecharges
        display "Ventes :", expTotVentes
        display "Remboursements :", expTotRbt
        display "Bons cadeau achetés :", expTotBons
        display "Écart total :", expEcartTotal
        if expTotBonsSoldes not = expBonsAttendu then
                add 1 to expNbEcarts
                display "Bons cadeau en circulation ", expTotBonsSoldes,
                " attendu ", expBonsAttendu
        end-if
        if expNbEcarts = 0 then
                display "DÉPÔTS CLIENTS ÉQUILIBRÉS"
        else
                display "*** ", expNbEcarts, " COMPTE(S) EN ÉCART ***"
        end-if.

      *> Ajoute expMontant (signé) au solde attendu du compte expCle
        ExpCrediterCompte.

        move 0 to expTrouve
        move 0 to expIdx2
        if expNbCpt > 0 then
                perform with test after
                until expTrouve = 1 or expIdx2 >= expNbCpt
                        add 1 to expIdx2
                        if expCptNom(expIdx2) = expCle then
                                move 1 to expTrouve
                        end-if
                end-perform
        end-if
        if expTrouve = 1 then
                add expMontant to expCptAttendu(expIdx2)
        end-if.

        ListerPlanComptable.

        display "=======PLAN COMPTABLE======="
        open input fPcg
        move 0 to expIdx
        perform with test after until expIdx >= 10
                add 1 to expIdx
                move expDefMouvement(expIdx) to expMouvement
                perform ChercherCompteComptable
                display expMouvement, " : ", expCompte
        end-perform
        close fPcg.

        ModifierPlanComptable.

        display "Mouvement (CAISSE, DEPOTS, VENTES, TVACOL, TVADED,"
        display "ACHATS, FOURNIS, STOCK, ECARTINV, BONS)"
        accept expMouvement
        move 0 to expTrouve
        move 0 to expIdx
        perform with test after until expIdx >= 10 or expTrouve = 1
                add 1 to expIdx
                if expDefMouvement(expIdx) = expMouvement then
                        move 1 to expTrouve
                end-if
        end-perform
        if expTrouve = 0 then
                display "Mouvement inconnu"
        else
                open input fPcg
                perform ChercherCompteComptable
                close fPcg
                display "Compte actuel :", expCompte
                display "Nouveau compte"
                accept expNouveauCompte
                open i-o fPcg
                move expMouvement to fPcg_mouvement
                move expNouveauCompte to fPcg_compte
                write tamp_fPcg
                invalid key
                        move "REWRITE" to jrnOperation
                        rewrite tamp_fPcg end-rewrite
                not invalid key
                        move "WRITE" to jrnOperation
                end-write
                close fPcg
                move "PlanComptable" to jrnFichier
                move expMouvement to jrnCle
                move expCompte to jrnAvant
                move expNouveauCompte to jrnApres
                perform JournaliserMutation
                display "Compte enregistré"
        end-if.

        HistoriqueExports.

        display "=======EXPORTS COMPTABLES======="
        open input fExr
        move 0 to expFin
        perform with test after until expFin = 1
                read fExr next
                at end move 1 to expFin
                not at end
                        display fExr_mois, "/", fExr_annee,
                        " exporté le ", fExr_date, " lignes ",
                        fExr_lignes, " débit ", fExr_debit,
                        " crédit ", fExr_credit, " écart dépôts ",
                        fExr_ecart
        end-read
        end-perform
        close fExr.

      *> Promotions à durée limitée et bons cadeau
        GererPromotions.

        move 0 to proOk
        perform with test after until proOk = 1
                display "=======PROMOTIONS ET BONS CADEAU======="
                display "1- Créer une promotion"
                display "2- Lister les promotions"
                display "3- Arrêter une promotion"
                display "4- Rapport des promotions"
                display "5- Bons cadeau en circulation"
                display "0- Quitter"
                accept proChoix
                if proChoix >= 0 and proChoix < 6 then
                        move 1 to proOk
                else
                        display "Saisie incorrecte"
                end-if
        end-perform
        evaluate proChoix
                when 1
                        perform CreerPromotion
                when 2
                        perform ListerPromotions
                when 3
                        perform ArreterPromotion
                when 4
                        perform RapportPromotions
                when 5
                        perform RapportBonsCadeau
                when 0
                        display "Vous quittez."
        end-evaluate
        perform Alchimiste.

      *> Une promotion porte sur une potion (P) ou sur toute une
      *> famille d'effet (E), en pourcentage (%) ou en montant fixe
      *> par unité (M), entre deux dates, éventuellement réservée aux
      *> comptes d'un palier de fidélité minimum
        CreerPromotion.

        move 1 to proValide
        display "Nom de la campagne"
        accept proNom
        display "Porte sur : P- une potion E- un effet"
        accept proCible
        if proCible = "P" then
                display "Nom de la potion"
                accept proCode
                open input fPot
                move proCode to fPot_nom
                read fPot
                invalid key
                        display "Cette potion n'existe pas"
                        move 0 to proValide
                end-read
                close fPot
        else
                if proCible = "E" then
                        display "Effet"
                        accept proCode
                        open input fPot
                        move proCode to fPot_effet
                        start fPot, key is = fPot_effet
                        invalid key
                                display "Aucune potion n'a cet effet"
                                move 0 to proValide
                        end-start
                        close fPot
                else
                        display "Saisie incorrecte"
                        move 0 to proValide
                end-if
        end-if
        if proValide = 1 then
                display "Type : % - pourcentage M- montant par unité"
                accept proType
                display "Valeur"
                accept proValeur
                if (proType not = "%" and proType not = "M")
                or proValeur = 0
                or (proType = "%" and proValeur > 100) then
                        display "Saisie incorrecte"
                        move 0 to proValide
                end-if
        end-if
        if proValide = 1 then
                display "Début (AAAAMMJJ)"
                accept proDebut
                display "Fin (AAAAMMJJ)"
                accept proFinDate
                display "Palier de fidélité minimum (0 à 3)"
                accept proPalier
                if proFinDate < proDebut or proPalier > 3
                or proDebut(5:2) = "00" or proDebut(5:2) > "12"
                or proDebut(7:2) = "00" or proDebut(7:2) > "31"
                or proFinDate(5:2) = "00" or proFinDate(5:2) > "12"
                or proFinDate(7:2) = "00" or proFinDate(7:2) > "31"
                then
                        display "Saisie incorrecte"
                        move 0 to proValide
                end-if
        end-if
        if proValide = 1 then
                open i-o fPro
                perform TrouverProchainIdPromotion
                move proProchainId to fPro_id
                move proNom to fPro_nom
                move proCible to fPro_cible
                move proCode to fPro_code
                move proType to fPro_type
                move proValeur to fPro_valeur
                move proDebut to fPro_debut
                move proFinDate to fPro_fin
                move proPalier to fPro_palierMin
                write tamp_fPro
                invalid key
                        display "ERR:idDejaUtilise"
                not invalid key
                        move "Promotions" to jrnFichier
                        move "WRITE" to jrnOperation
                        move fPro_id to jrnCle
                        move spaces to jrnAvant
                        move fPro_nom to jrnApres
                        perform JournaliserMutation
                        display "Promotion n°", fPro_id, " créée"
                end-write
                close fPro
        end-if.

      *> Recherche le prochain fPro_id disponible
      *> (fPro est supposé déjà ouvert en i-o)
        TrouverProchainIdPromotion.

        move 0 to proProchainId
        move 0 to fPro_id
        start fPro, key is >= fPro_id
        invalid key
                continue
        not invalid key
                move 0 to proFin
                perform with test after until proFin = 1
                        read fPro next
                        at end move 1 to proFin
                        not at end
                                if fPro_id > proProchainId then
                                        move fPro_id to proProchainId
                                end-if
                end-read
                end-perform
        end-start
        add 1 to proProchainId.

        ListerPromotions.

        accept proDateJour from date yyyymmdd
        open input fPro
        move 0 to proFin
        perform with test after until proFin = 1
                read fPro next
                at end move 1 to proFin
                not at end
                        perform AfficherPromotion
        end-read
        end-perform
        close fPro.

        AfficherPromotion.

        display " "
        display "Promotion n°", fPro_id, " ", fPro_nom
        if fPro_cible = "P" then
                display "   Potion :", fPro_code
        else
                display "   Effet :", fPro_code
        end-if
        if fPro_type = "%" then
                display "   Remise :", fPro_valeur, " %"
        else
                display "   Remise :", fPro_valeur, " par unité"
        end-if
        display "   Du ", fPro_debut, " au ", fPro_fin,
        " palier minimum ", fPro_palierMin
        evaluate true
                when proDateJour < fPro_debut
                        display "   À VENIR"
                when proDateJour > fPro_fin
                        display "   TERMINÉE"
                when other
                        display "   EN COURS"
        end-evaluate.

      *> Arrête une promotion : elle prend fin la veille
        ArreterPromotion.

        display "Numéro de la promotion"
        accept proId
        accept proDateJour from date yyyymmdd
        compute proHier = function date-of-integer
        (function integer-of-date(proDateJour) - 1)
        open i-o fPro
        move proId to fPro_id
        read fPro
        invalid key
                display "Cette promotion n'existe pas"
        not invalid key
                if fPro_fin <= proHier then
                        display "Cette promotion est déjà terminée"
                else
                        move fPro_fin to jrnAvant
                        move proHier to fPro_fin
                        if fPro_debut > fPro_fin then
                                move fPro_fin to fPro_debut
                        end-if
                        rewrite tamp_fPro end-rewrite
                        move "Promotions" to jrnFichier
                        move "REWRITE" to jrnOperation
                        move fPro_id to jrnCle
                        move fPro_fin to jrnApres
                        perform JournaliserMutation
                        display "Promotion arrêtée"
                end-if
        end-read
        close fPro.

      *> Meilleure promotion applicable à la ligne panIdx du panier
      *> (date du jour prxDateJour, palier du client panPalier) :
      *> proMeilleureRemise et proMeilleurId, 0 si aucune
        ChercherMeilleurePromo.

        move 0 to proMeilleureRemise
        move 0 to proMeilleurId
        open input fPro
        if cr_fPro = 0 then
                move 0 to proFin
                perform with test after until proFin = 1
                        read fPro next
                        at end move 1 to proFin
                        not at end
                                if fPro_debut <= prxDateJour
                                and fPro_fin >= prxDateJour
                                and fPro_palierMin <= panPalier
                                and ((fPro_cible = "P"
                                and fPro_code = panPotion(panIdx))
                                or (fPro_cible = "E"
                                and fPro_code = panEffet(panIdx)))
                                then
                                        perform ValoriserPromotion
                                end-if
                end-read
                end-perform
                close fPro
        end-if.

      *> Remise de la promotion courante sur la ligne panIdx
        ValoriserPromotion.

        if fPro_type = "%" then
                compute proRemise = panBrut(panIdx) * fPro_valeur / 100
        else
                compute proRemise = fPro_valeur * panQte(panIdx)
        end-if
        if proRemise > panBrut(panIdx) then
                move panBrut(panIdx) to proRemise
        end-if
        if proRemise > proMeilleureRemise then
                move proRemise to proMeilleureRemise
                move fPro_id to proMeilleurId
        end-if.

      *> Rapport des promotions : pour chaque campagne, chiffre
      *> d'affaires, unités et coût des remises des ventes qui en ont
      *> bénéficié, comparés aux unités de la même cible vendues sur
      *> une période de même durée juste avant la campagne
        RapportPromotions.

        display "=======RAPPORT DES PROMOTIONS======="
        accept proDateJour from date yyyymmdd
        move 0 to proFidRemise
        open input fPro
        move 0 to proFin
        perform with test after until proFin = 1
                read fPro next
                at end move 1 to proFin
                not at end
                        perform RapportUnePromotion
        end-read
        end-perform
        close fPro
        perform RapportRemisesFidelite
        display " "
        display "Remises fidélité accordées (hors promotions) :",
        proFidRemise
        perform RapportBonsCadeau.

      *> Coût des remises fidélité, pour comparer avec les campagnes
        RapportRemisesFidelite.

        open input fVen
        move 0 to proFin2
        perform with test after until proFin2 = 1
                read fVen next
                at end move 1 to proFin2
                not at end
                        if fVen_promo = 0 then
                                add fVen_remise to proFidRemise
                        end-if
        end-read
        end-perform
        close fVen
        open input fVenA
        if cr_fVenA = 0 then
                move 0 to proFin2
                perform with test after until proFin2 = 1
                        read fVenA next
                        at end move 1 to proFin2
                        not at end
                                if fVenA_promo = 0 then
                                        add fVenA_remise to proFidRemise
                                end-if
                end-read
                end-perform
                close fVenA
        end-if.

        RapportUnePromotion.

        move 0 to proCa
        move 0 to proUnites
        move 0 to proCout
        move 0 to proLignes
        move 0 to proAvant
        if fPro_fin < proDateJour then
                move fPro_fin to proFinEffective
        else
                move proDateJour to proFinEffective
        end-if
        compute proDuree = function integer-of-date(proFinEffective)
        - function integer-of-date(fPro_debut) + 1
        if proDuree < 1 then
                move 1 to proDuree
        end-if
        compute proAvantDebut = function date-of-integer
        (function integer-of-date(fPro_debut) - proDuree)
        open input fVen
        move 0 to proFin2
        perform with test after until proFin2 = 1
                read fVen next
                at end move 1 to proFin2
                not at end
                        move fVen_id to proVenteId
                        move fVen_nomPotion to proVentePotion
                        move fVen_quantite to proVenteQte
                        move fVen_rembourse to proVenteRbt
                        move fVen_prix to proVentePrix
                        move fVen_remise to proVenteRemise
                        move fVen_promo to proVentePromo
                        perform RapportCumulerVente
        end-read
        end-perform
        close fVen
        open input fVenA
        if cr_fVenA = 0 then
                move 0 to proFin2
                perform with test after until proFin2 = 1
                        read fVenA next
                        at end move 1 to proFin2
                        not at end
                                move fVenA_id to proVenteId
                                move fVenA_nomPotion to proVentePotion
                                move fVenA_quantite to proVenteQte
                                move fVenA_rembourse to proVenteRbt
                                move fVenA_prix to proVentePrix
                                move fVenA_remise to proVenteRemise
                                move fVenA_promo to proVentePromo
                                perform RapportCumulerVente
                end-read
                end-perform
                close fVenA
        end-if
        perform AfficherPromotion
        display "   Ventes :", proLignes, " Unités :", proUnites
        display "   Chiffre d'affaires :", proCa
        display "   Coût des remises :", proCout
        display "   Unités de la cible sur les ", proDuree,
        " jours précédents :", proAvant
        if proUnites > proAvant then
                display "   Ventes en hausse pendant la campagne"
        else
                display "   Pas de hausse des ventes pendant la ",
                "campagne"
        end-if.

      *> Cumule la vente courante dans la campagne fPro, ou dans la
      *> période de référence si elle la précède et touche sa cible
        RapportCumulerVente.

        if proVentePromo = fPro_id then
                add 1 to proLignes
                compute proUnites = proUnites + proVenteQte
                - proVenteRbt
                add proVentePrix to proCa
                add proVenteRemise to proCout
        end-if
        if proVenteId(1:8) >= proAvantDebut
        and proVenteId(1:8) < fPro_debut then
                move 0 to proCibleOk
                if fPro_cible = "P" then
                        if proVentePotion = fPro_code then
                                move 1 to proCibleOk
                        end-if
                else
                        move proVentePotion to fPot_nom
                        open input fPot
                        read fPot
                        invalid key
                                continue
                        not invalid key
                                if fPot_effet = fPro_code then
                                        move 1 to proCibleOk
                                end-if
                        end-read
                        close fPot
                end-if
                if proCibleOk = 1 then
                        compute proAvant = proAvant + proVenteQte
                        - proVenteRbt
                end-if
        end-if.

      *> Valeur restant due sur les bons cadeau
        RapportBonsCadeau.

        move 0 to bonEnCours
        move 0 to bonNbEnCours
        move 0 to bonTotEmis
        move 0 to bonTotUtilise
        open input fBon
        move 0 to bonFin
        perform with test after until bonFin = 1
                read fBon next
                at end move 1 to bonFin
                not at end
                        if fBon_solde > 0 then
                                add 1 to bonNbEnCours
                                add fBon_solde to bonEnCours
                        end-if
        end-read
        end-perform
        close fBon
        open input fBmv
        move 0 to bonFin
        perform with test after until bonFin = 1
                read fBmv
                at end move 1 to bonFin
                not at end
                        if fBmv_type = "A" then
                                add fBmv_montant to bonTotEmis
                        else
                                add fBmv_montant to bonTotUtilise
                        end-if
        end-read
        end-perform
        close fBmv
        display " "
        display "--- Bons cadeau ---"
        display "Émis :", bonTotEmis, " Utilisés :", bonTotUtilise
        display "Bons en circulation :", bonNbEnCours,
        " pour une valeur de ", bonEnCours
        if bonTotEmis - bonTotUtilise not = bonEnCours then
                display "*** ÉCART ENTRE LES BONS ET LEURS MOUVEMENTS ***"
        end-if.

      *> Achat d'un bon cadeau par le client connecté : la valeur est
      *> prise sur son solde, le code est à remettre au bénéficiaire
        AcheterBonCadeau.

        display "=======BON CADEAU======="
        display "Valeur du bon"
        accept bonValeur
        if bonValeur = 0 then
                display "Saisie incorrecte"
        else
                move 0 to bonOk
                open i-o fCom
                move compteConnecte to fCom_id
                read fCom
                invalid key
                        display "ERR:compteIntrouvable"
                not invalid key
                        if fCom_solde < bonValeur then
                                display "Solde insuffisant : ",
                                fCom_solde
                        else
                                move fCom_solde to jrnAvant
                                subtract bonValeur from fCom_solde
                                rewrite tamp_fCom end-rewrite
                                move "Comptes" to jrnFichier
                                move "REWRITE" to jrnOperation
                                move fCom_id to jrnCle
                                move fCom_solde to jrnApres
                                perform JournaliserMutation
                                move 1 to bonOk
                        end-if
                end-read
                close fCom
                if bonOk = 1 then
                        perform EmettreBonCadeau
                        if bonOk = 0 then
                                perform RendreValeurBon
                        end-if
                end-if
        end-if
        perform Client.

      *> Crée le bon payé par le client connecté ; bonOk = 0 si le bon
      *> n'a pas pu être écrit
        EmettreBonCadeau.

        accept bonDateTmp from date yyyymmdd
        accept bonHeure from time
        open i-o fBon
        if cr_fBon > 9 then
                display "ERR:ouvertureBonsCadeau"
                move 0 to bonOk
        else
                perform EmettreBonCadeauEcrire
                close fBon
        end-if.

      *> Numérote et écrit le bon (fBon ouvert en i-o)
        EmettreBonCadeauEcrire.

        move 0 to bonProchainNum
        move 0 to bonFin
        perform with test after until bonFin = 1
                read fBon next
                at end move 1 to bonFin
                not at end
                        if fBon_numero > bonProchainNum then
                                move fBon_numero to bonProchainNum
                        end-if
        end-read
        end-perform
        add 1 to bonProchainNum
      *> Le code associe le numéro du bon à l'heure d'émission pour ne
      *> pas pouvoir être deviné d'après le bon précédent
        move "BC" to bonCode(1:2)
        move bonProchainNum to bonCode(3:6)
        move bonHeure(5:4) to bonCode(9:4)
        move bonCode to fBon_code
        move bonProchainNum to fBon_numero
        move compteConnecte to fBon_acheteur
        move bonDateTmp to fBon_dateAchat
        move bonValeur to fBon_valeur
        move bonValeur to fBon_solde
        write tamp_fBon
        invalid key
                display "ERR:idDejaUtilise"
                move 0 to bonOk
        not invalid key
                move "BonsCadeau" to jrnFichier
                move "WRITE" to jrnOperation
                move fBon_code to jrnCle
                move spaces to jrnAvant
                move fBon_valeur to jrnApres
                perform JournaliserMutation
                open extend fBmv
                move bonDateTmp to fBmv_date
                move bonCode to fBmv_code
                move "A" to fBmv_type
                move compteConnecte to fBmv_client
                move bonValeur to fBmv_montant
                move 0 to fBmv_ticket
                write tamp_fBmv
                close fBmv
                display "Bon cadeau de ", bonValeur, " émis"
                display "CODE DU BON : ", bonCode
                display "Remettez ce code au bénéficiaire"
        end-write
        if cr_fBon > 9 and bonOk = 1 then
                display "ERR:ecritureBonCadeau"
                move 0 to bonOk
        end-if.

      *> Le bon n'a pas été créé : sa valeur est rendue au compte
        RendreValeurBon.

        open i-o fCom
        move compteConnecte to fCom_id
        read fCom
        invalid key
                display "ERR:compteIntrouvable"
        not invalid key
                move fCom_solde to jrnAvant
                add bonValeur to fCom_solde
                rewrite tamp_fCom end-rewrite
                move "Comptes" to jrnFichier
                move "REWRITE" to jrnOperation
                move fCom_id to jrnCle
                move fCom_solde to jrnApres
                perform JournaliserMutation
                display "Bon cadeau non émis, ", bonValeur,
                " rendus sur votre compte"
        end-read
        close fCom.

        ConsulterBonCadeau.

        display "Code du bon cadeau"
        accept bonCode
        open input fBon
        move bonCode to fBon_code
        read fBon
        invalid key
                display "Bon cadeau inconnu"
        not invalid key
                display "Valeur d'origine :", fBon_valeur
                display "Reste disponible :", fBon_solde
        end-read
        close fBon
        perform Client.

      *> Bon cadeau présenté au paiement du panier : panBonUtilise
      *> est la part du net à payer qu'il couvre
        PanierChoisirBon.

        display "Code du bon cadeau (laisser vide si aucun)"
        accept panBonCode
        if panBonCode not = spaces then
                open input fBon
                move panBonCode to fBon_code
                read fBon
                invalid key
                        display "Bon cadeau inconnu"
                        move spaces to panBonCode
                not invalid key
                        if fBon_solde = 0 then
                                display "Ce bon cadeau est épuisé"
                                move spaces to panBonCode
                        else
                                if fBon_solde < panTotalNet then
                                        move fBon_solde to
                                        panBonUtilise
                                else
                                        move panTotalNet to
                                        panBonUtilise
                                end-if
                                display "Bon cadeau : ", fBon_solde,
                                " disponibles, ", panBonUtilise,
                                " utilisés"
                        end-if
                end-read
                close fBon
        end-if.

      *> Débite le bon cadeau du panier payé, le reste demeure sur le
      *> bon
        PanierDebiterBon.

        open i-o fBon
        move panBonCode to fBon_code
        read fBon
        invalid key
                display "ERR:bonIntrouvable"
        not invalid key
                move fBon_solde to jrnAvant
                subtract panBonUtilise from fBon_solde
                rewrite tamp_fBon end-rewrite
                move fBon_solde to panBonSolde
                move "BonsCadeau" to jrnFichier
                move "REWRITE" to jrnOperation
                move fBon_code to jrnCle
                move fBon_solde to jrnApres
                perform JournaliserMutation
        end-read
        close fBon
        open extend fBmv
        accept bonDateTmp from date yyyymmdd
        move bonDateTmp to fBmv_date
        move panBonCode to fBmv_code
        move "U" to fBmv_type
        move compteConnecte to fBmv_client
        move panBonUtilise to fBmv_montant
        move venteTicket to fBmv_ticket
        write tamp_fBmv
        close fBmv.

      *> Rappel de lot : à partir d'un lot d'ingrédient (ou de toute
      *> une livraison d'un fournisseur), retrouve les brassages, les
      *> lots de potions et les ventes touchés, bloque les lots
      *> restants et dresse dans Rappel.dat la liste des clients à
      *> rembourser
        RappelLot.

        move 0 to rplOk
        perform with test after until rplOk = 1
                display "=======RAPPEL DE LOT======="
                display "1- Rappel d'un lot d'ingrédient"
                display "2- Rappel d'une livraison fournisseur"
                display "3- Rembourser les clients des rappels en attente"
                display "0- Quitter"
                accept rplChoix
                if rplChoix >= 0 and rplChoix < 4 then
                        move 1 to rplOk
                else
                        display "Saisie incorrecte"
                end-if
        end-perform
        evaluate rplChoix
                when 1
                        display "Numéro du lot d'ingrédient"
                        accept rplLot
                        perform RappelChargerLot
                        perform RappelTracer
                when 2
                        display "Fournisseur"
                        accept rplFournisseur
                        display "Date de réception (AAAAMMJJ)"
                        accept rplDate
                        perform RappelChargerLivraison
                        perform RappelTracer
                when 3
                        move 0 to rplRappel
                        perform RappelRembourser
                when 0
                        display "Vous quittez."
        end-evaluate
        perform Alchimiste.

        RappelChargerLot.

        move 0 to rplNbLot
        open input fLot
        move rplLot to fLot_id
        read fLot
        invalid key
                display "Ce lot n'existe pas"
        not invalid key
                move 1 to rplNbLot
                move fLot_id to rplLotId(1)
                display "Lot n°", fLot_id, " ", fLot_nomIn,
                " reçu le ", fLot_dateEntree, " de ", fLot_fournisseur
        end-read
        close fLot.

      *> Tous les lots reçus de rplFournisseur à la date rplDate
        RappelChargerLivraison.

        move 0 to rplNbLot
        open input fLot
        move 0 to rplFin
        perform with test after until rplFin = 1
                read fLot next
                at end move 1 to rplFin
                not at end
                        if fLot_fournisseur = rplFournisseur
                        and fLot_dateEntree = rplDate then
                                if rplNbLot < rplMax then
                                        add 1 to rplNbLot
                                        move fLot_id to
                                        rplLotId(rplNbLot)
                                        display "Lot n°", fLot_id, " ",
                                        fLot_nomIn
                                else
                                        display "ERR:tropDeLots"
                                end-if
                        end-if
        end-read
        end-perform
        close fLot.

        RappelTracer.

        if rplNbLot = 0 then
                display "Aucun lot d'ingrédient ne correspond"
        else
                perform RappelTracerBrassages
                perform RappelTracerLotsPotion
                perform RappelTracerVentes
                move "Rappel" to jrnFichier
                move "RAPPEL" to jrnOperation
                move rplLotId(1) to jrnCle
                move spaces to jrnAvant
                move spaces to jrnApres
                move rplBloques to jrnApres(1:3)
                move rplNbVentes to jrnApres(5:4)
                perform JournaliserMutation
                if rplNbVentes > 0 then
                        display "Rembourser maintenant ces clients ? ",
                        "1- OUI 0- NON"
                        accept rplConfirme
                        if rplConfirme = 1 then
                                move rplLotId(1) to rplRappel
                                perform RappelRembourser
                        end-if
                end-if
        end-if.

      *> Brassages ayant consommé l'un des lots rappelés
        RappelTracerBrassages.

        move 0 to rplNbBra
        open input fCsb
        move 0 to rplFin
        perform with test after until rplFin = 1
                read fCsb
                at end move 1 to rplFin
                not at end
                        move fCsb_lot to rplCle
                        perform RappelChercherLot
                        if rplTrouve = 1 then
                                move fCsb_brassage to rplCle
                                perform RappelChercherBrassage
                                if rplTrouve = 0 then
                                        if rplNbBra < rplMax then
                                                add 1 to rplNbBra
                                                move fCsb_brassage to
                                                rplBraId(rplNbBra)
                                        else
                                                display
                                                "ERR:tropDeBrassages"
                                        end-if
                                end-if
                        end-if
        end-read
        end-perform
        close fCsb
        display " "
        display "--- Brassages touchés ---"
        open input fBra
        move 0 to rplFin
        perform with test after until rplFin = 1
                read fBra
                at end move 1 to rplFin
                not at end
                        move fBra_id to rplCle
                        perform RappelChercherBrassage
                        if rplTrouve = 1 then
                                display "Brassage n°", fBra_id, " du ",
                                fBra_date, " : ", fBra_quantite, " ",
                                fBra_potion
                        end-if
        end-read
        end-perform
        close fBra
        display "Brassages :", rplNbBra.

      *> Lots de potions issus de ces brassages ; ceux qui ont encore
      *> du stock sont bloqués
        RappelTracerLotsPotion.

        move 0 to rplNbLtp
        move 0 to rplBloques
        display " "
        display "--- Lots de potions touchés ---"
        open i-o fLtp
        move 0 to rplFin
        perform with test after until rplFin = 1
                read fLtp next
                at end move 1 to rplFin
                not at end
                        move fLtp_brassage to rplCle
                        perform RappelChercherBrassage
                        if rplTrouve = 1 and fLtp_brassage > 0 then
                                if rplNbLtp < rplMax then
                                        add 1 to rplNbLtp
                                        move fLtp_id to
                                        rplLtpId(rplNbLtp)
                                else
                                        display "ERR:tropDeLotsPotion"
                                end-if
                                display "Lot n°", fLtp_id, " ",
                                fLtp_nomPot, " restant :",
                                fLtp_quantite
                                if fLtp_quantite > 0
                                and fLtp_bloque not = 1 then
                                        perform RappelBloquerLotPotion
                                        add 1 to rplBloques
                                end-if
                        end-if
        end-read
        end-perform
        close fLtp
        display "Lots de potions :", rplNbLtp, " dont bloqués :",
        rplBloques.

      *> Bloque le lot de potions courant : sa quantité sort du stock
      *> vendable (fLtp est ouvert en i-o, le record est positionné)
        RappelBloquerLotPotion.

        open i-o fPot
        move fLtp_nomPot to fPot_nom
        read fPot
        invalid key
                display "ERR:potionIntrouvable"
        not invalid key
                move fPot_quantite to jrnAvant
                if fPot_quantite < fLtp_quantite then
                        move 0 to fPot_quantite
                else
                        subtract fLtp_quantite from fPot_quantite
                end-if
                rewrite tamp_fPot end-rewrite
                move "Potions" to jrnFichier
                move "REWRITE" to jrnOperation
                move fPot_nom to jrnCle
                move fPot_quantite to jrnApres
                perform JournaliserMutation
        end-read
        close fPot
        move 1 to fLtp_bloque
        rewrite tamp_fLtp end-rewrite
        move "LotsPotion" to jrnFichier
        move "BLOQUE" to jrnOperation
        move fLtp_id to jrnCle
        move fLtp_quantite to jrnAvant
        move "BLOQUE RAPPEL" to jrnApres
        perform JournaliserMutation
        display "   -> lot bloqué".

      *> Ventes servies depuis les lots de potions touchés : chaque
      *> ligne de Rappel.dat porte le client, la quantité venant du
      *> lot et le montant payé correspondant ; les lignes s'ajoutent
      *> à celles des rappels précédents, repérées par le premier lot
      *> d'ingrédient rappelé, et un même rappel n'est listé qu'une fois
        RappelTracerVentes.

        move 0 to rplNbVentes
        move 0 to rplNbCli
        move 0 to rplTotal
        move 0 to rplDejaTrace
        open input fRap
        if cr_fRap = 0 then
                move 0 to rplFin
                perform with test after until rplFin = 1
                        read fRap
                        at end move 1 to rplFin
                        not at end
                                if fRap_lotRappel = rplLotId(1) then
                                        move 1 to rplDejaTrace
                                        move 1 to rplFin
                                end-if
                end-read
                end-perform
                close fRap
        end-if
        if rplDejaTrace = 1 then
                display " "
                display "Les ventes de ce rappel sont déjà dans ",
                "Rappel.dat : utiliser le remboursement des rappels ",
                "en attente"
        else
                perform RappelListerVentes
        end-if.

        RappelListerVentes.

        open extend fRap
        if cr_fRap = 35 then
                open output fRap
        end-if
        open input fVen
        move 0 to rplArchive
        open input fVenA
        if cr_fVenA = 0 then
                move 1 to rplArchive
        end-if
        open input fCsv
        move 0 to rplFin
        perform with test after until rplFin = 1
                read fCsv
                at end move 1 to rplFin
                not at end
                        move fCsv_lot to rplCle
                        perform RappelChercherLotPotion
                        if rplTrouve = 1 then
                                perform RappelEcrireVente
                        end-if
        end-read
        end-perform
        close fCsv
        if rplArchive = 1 then
                close fVenA
        end-if
        close fVen
        close fRap
        display " "
        display "--- Clients touchés ---"
        if rplNbCli > 0 then
                move 0 to rplIdx
                perform with test after until rplIdx >= rplNbCli
                        add 1 to rplIdx
                        display rplCliNom(rplIdx), " ",
                        rplCliQte(rplIdx), " potion(s) payée(s) ",
                        rplCliMontant(rplIdx)
                end-perform
        end-if
        display "Ventes touchées :", rplNbVentes
        display "Montant payé par les clients :", rplTotal
        display "Liste enregistrée dans Rappel.dat".

      *> Écrit la ligne de rappel de la consommation fCsv courante
        RappelEcrireVente.

        move fCsv_venteId to fRap_venteId
        move fCsv_lot to fRap_lotPotion
        move fCsv_quantite to fRap_quantite
        move "A" to fRap_statut
        move rplLotId(1) to fRap_lotRappel
        move fCsv_venteId to fVen_id
        read fVen
        invalid key
                perform RappelLireVenteArchivee
        not invalid key
                move fVen_client to fRap_client
                move fVen_nomPotion to fRap_potion
                compute fRap_montant = fVen_prix * fCsv_quantite
                / fVen_quantite
        end-read
        write tamp_fRap
        add 1 to rplNbVentes
        add fRap_montant to rplTotal
        display "Vente ", fRap_venteId, " ", fRap_client, " ",
        fRap_potion, " x", fRap_quantite, " ", fRap_montant
        if fRap_statut = "X" then
                display "   -> vente archivée ou introuvable, à ",
                "rembourser manuellement"
        end-if
        move 0 to rplTrouve
        move 0 to rplIdx
        if rplNbCli > 0 then
                perform with test after
                until rplTrouve = 1 or rplIdx >= rplNbCli
                        add 1 to rplIdx
                        if rplCliNom(rplIdx) = fRap_client then
                                move 1 to rplTrouve
                        end-if
                end-perform
        end-if
        if rplTrouve = 0 and rplNbCli < rplMax then
                add 1 to rplNbCli
                move rplNbCli to rplIdx
                move fRap_client to rplCliNom(rplIdx)
                move 0 to rplCliQte(rplIdx)
                move 0 to rplCliMontant(rplIdx)
                move 1 to rplTrouve
        end-if
        if rplTrouve = 1 then
                add fRap_quantite to rplCliQte(rplIdx)
                add fRap_montant to rplCliMontant(rplIdx)
        end-if.

      *> Une vente archivée ne peut plus être remboursée par le
      *> circuit normal : elle est signalée pour traitement manuel
        RappelLireVenteArchivee.

        move spaces to fRap_client
        move spaces to fRap_potion
        move 0 to fRap_montant
        move "X" to fRap_statut
        if rplArchive = 1 then
                move fCsv_venteId to fVenA_id
                read fVenA
                invalid key
                        continue
                not invalid key
                        move fVenA_client to fRap_client
                        move fVenA_nomPotion to fRap_potion
                        compute fRap_montant = fVenA_prix
                        * fCsv_quantite / fVenA_quantite
                end-read
        end-if.

      *> Rembourse d'un seul passage les lignes de Rappel.dat encore
      *> à rembourser, par le circuit de remboursement habituel, pour
      *> le rappel rplRappel ou tous les rappels si rplRappel = 0 ; le
      *> stock rappelé n'est pas restitué
        RappelRembourser.

        move 0 to rplRembourses
        move 0 to rplNonRemb
        open i-o fRap
        if cr_fRap not = 0 then
                display "Aucun rappel en cours"
        else
                open i-o fVen
                move 0 to rplFin
                perform with test after until rplFin = 1
                        read fRap
                        at end move 1 to rplFin
                        not at end
                                if rplRappel = 0
                                or fRap_lotRappel = rplRappel then
                                        perform RappelRembourserLu
                                end-if
                end-read
                end-perform
                close fVen
                close fRap
                display " "
                display "Ventes remboursées :", rplRembourses
                display "Ventes à traiter manuellement :", rplNonRemb
        end-if.

        RappelRembourserLu.

        if fRap_statut = "A" then
                perform RappelRembourserLigne
                rewrite tamp_fRap end-rewrite
        end-if
        if fRap_statut = "X" then
                add 1 to rplNonRemb
        end-if.

        RappelRembourserLigne.

        move fRap_venteId to fVen_id
        read fVen
        invalid key
                display "Vente ", fRap_venteId, " introuvable"
                move "X" to fRap_statut
        not invalid key
                compute rbtRestant = fVen_quantite - fVen_rembourse
                if fRap_quantite < rbtRestant then
                        move fRap_quantite to rbtQuantite
                else
                        move rbtRestant to rbtQuantite
                end-if
                if rbtQuantite > 0 then
                        compute rbtMontant = fVen_prix * rbtQuantite
                        / fVen_quantite
                        move 1 to rbtRappel
                        perform RembourserVenteAppliquer
                        move 0 to rbtRappel
                        add 1 to rplRembourses
                else
                        display "Vente ", fRap_venteId,
                        " déjà remboursée"
                end-if
                move "R" to fRap_statut
        end-read.

      *> rplTrouve = 1 si rplCle est l'un des lots d'ingrédient
      *> rappelés
        RappelChercherLot.

        move 0 to rplTrouve
        move 0 to rplIdx
        if rplNbLot > 0 then
                perform with test after
                until rplTrouve = 1 or rplIdx >= rplNbLot
                        add 1 to rplIdx
                        if rplLotId(rplIdx) = rplCle then
                                move 1 to rplTrouve
                        end-if
                end-perform
        end-if.

        RappelChercherBrassage.

        move 0 to rplTrouve
        move 0 to rplIdx
        if rplNbBra > 0 then
                perform with test after
                until rplTrouve = 1 or rplIdx >= rplNbBra
                        add 1 to rplIdx
                        if rplBraId(rplIdx) = rplCle then
                                move 1 to rplTrouve
                        end-if
                end-perform
        end-if.

        RappelChercherLotPotion.

        move 0 to rplTrouve
        move 0 to rplIdx
        if rplNbLtp > 0 then
                perform with test after
                until rplTrouve = 1 or rplIdx >= rplNbLtp
                        add 1 to rplIdx
                        if rplLtpId(rplIdx) = rplCle then
                                move 1 to rplTrouve
                        end-if
                end-perform
        end-if.

      *> Menu TVA : taux par effet de potion (ventes) et par type
      *> d'ingrédient (achats), déclaration mensuelle
        GererTVA.

        move 0 to tvaOk
        perform with test after until tvaOk = 1
                display "=======TVA======="
                display "1- Lister les taux"
                display "2- Fixer le taux d'un effet de potion"
                display "3- Fixer le taux d'un type d'ingrédient"
                display "4- Déclaration de TVA mensuelle"
                display "0- Quitter"
                accept tvaChoix
                if tvaChoix >= 0 and tvaChoix < 5 then
                        move 1 to tvaOk
                else
                        display "Saisie incorrecte"
                end-if
        end-perform
        evaluate tvaChoix
                when 1
                        perform ListerTauxTVA
                when 2
                        move "V" to tvaNature
                        perform FixerTauxTVA
                when 3
                        move "A" to tvaNature
                        perform FixerTauxTVA
                when 4
                        perform DeclarationTVA
                when 0
                        display "Vous quittez."
        end-evaluate
        perform Alchimiste.

        ListerTauxTVA.

        display "Taux par défaut :", tvaTauxDefaut, " %"
        open input fTva
        move 0 to tvaFin
        perform with test after until tvaFin = 1
                read fTva next
                at end move 1 to tvaFin
                not at end
                        if fTva_nature = "V" then
                                display "Effet ", fTva_code, " : ",
                                fTva_taux, " %"
                        else
                                display "Ingrédient ", fTva_code,
                                " : ", fTva_taux, " %"
                        end-if
        end-read
        end-perform
        close fTva.

      *> Fixe le taux de TVA d'un effet de potion (tvaNature = V) ou
      *> d'un type d'ingrédient (tvaNature = A)
        FixerTauxTVA.

        move 0 to tvaTrouve
        if tvaNature = "V" then
                display "Effet de potion"
                accept tvaCode
                open input fPot
                move tvaCode to fPot_effet
                start fPot, key is = fPot_effet
                invalid key
                        display "Aucune potion n'a cet effet"
                not invalid key
                        move 1 to tvaTrouve
                end-start
                close fPot
        else
                display "Type d'ingrédient (plante/champignon/pierre)"
                accept tvaCode
                open input fIn
                move tvaCode to fIn_type
                start fIn, key is = fIn_type
                invalid key
                        display "Aucun ingrédient n'a ce type"
                not invalid key
                        move 1 to tvaTrouve
                end-start
                close fIn
        end-if
        if tvaTrouve = 1 then
                perform ChercherTauxTVA
                display "Taux actuel :", tvaTaux, " %"
                display "Nouveau taux (ex. 5,5)"
                accept tvaSaisie
                if function test-numval(tvaSaisie) not = 0 then
                        display "Saisie incorrecte"
                else
                        compute tvaSaisieNum =
                        function numval(tvaSaisie)
                        if tvaSaisieNum < 0 or tvaSaisieNum >= 100
                        then
                                display "Saisie incorrecte"
                        else
                                perform EnregistrerTauxTVA
                        end-if
                end-if
        end-if.

        EnregistrerTauxTVA.

        open i-o fTva
        move tvaNature to fTva_nature
        move tvaCode to fTva_code
        move tvaTaux to tvaTauxEdite
        move tvaTauxEdite to jrnAvant
        move tvaSaisieNum to fTva_taux
        write tamp_fTva
        invalid key
                move "REWRITE" to jrnOperation
                rewrite tamp_fTva end-rewrite
        not invalid key
                move "WRITE" to jrnOperation
        end-write
        close fTva
        move "TauxTVA" to jrnFichier
        move fTva_cle to jrnCle
        move fTva_taux to tvaTauxEdite
        move tvaTauxEdite to jrnApres
        perform JournaliserMutation
        display "Taux de ", fTva_taux, " % enregistré pour ", tvaCode.

      *> Taux de TVA de tvaNature/tvaCode, taux par défaut s'il n'a
      *> pas été fixé
        ChercherTauxTVA.

        move tvaTauxDefaut to tvaTaux
        open input fTva
        if cr_fTva = 0 then
                move tvaNature to fTva_nature
                move tvaCode to fTva_code
                read fTva
                invalid key
                        continue
                not invalid key
                        move fTva_taux to tvaTaux
                end-read
                close fTva
        end-if.

      *> Déclaration de TVA d'un mois : un mois clôturé est réédité à
      *> l'identique depuis ce que la clôture a enregistré, un mois
      *> ouvert est calculé sur les mouvements (provisoire)
        DeclarationTVA.

        display "Année (AAAA)"
        accept tvaAnnee
        display "Mois (MM)"
        accept tvaMois
        move 0 to tvaCloturee
        open input fCloture
        move tvaAnnee to fCloture_annee
        move tvaMois to fCloture_mois
        read fCloture
        invalid key
                continue
        not invalid key
                move 1 to tvaCloturee
                move fCloture_tvaCollectee to tvaTotCollectee
                move fCloture_tvaDeductible to tvaTotDeductible
                move fCloture_tvaDue to tvaTotDue
        end-read
        close fCloture
        display "=======DÉCLARATION DE TVA======="
        display "Mois :", tvaMois, "/", tvaAnnee
        if tvaCloturee = 1 then
                display "Mois clôturé : déclaration enregistrée"
                perform ChargerDeclarationTVA
        else
                display "Mois non clôturé : déclaration provisoire"
                perform CalculerDeclarationTVA
        end-if
        perform AfficherDeclarationTVA.

      *> Calcule la déclaration de tvaAnnee/tvaMois : TVA collectée
      *> sur les ventes (vivantes et archivées) nette des
      *> remboursements du mois, TVA déductible sur les achats
      *> d'ingrédients réceptionnés dans le mois, par taux
        CalculerDeclarationTVA.

        move 0 to tvaNb
        open input fVen
        move tvaAnnee to fVen_annee
        move tvaMois to fVen_mois
        move 0 to fVen_jour
        move 0 to fVen_num
        move 0 to tvaFin
        start fVen, key is >= fVen_id
        invalid key
                move 1 to tvaFin
        end-start
        perform with test after until tvaFin = 1
                read fVen next
                at end move 1 to tvaFin
                not at end
                        if fVen_annee = tvaAnnee
                        and fVen_mois = tvaMois then
                                move "C" to tvaNature
                                move fVen_taux to tvaTaux
                                move fVen_ht to tvaLigneHt
                                move fVen_tva to tvaLigneTva
                                if fVen_ht = 0 and fVen_tva = 0 then
                                        move fVen_prix to tvaLigneHt
                                end-if
                                perform TvaCumuler
                        else
                                move 1 to tvaFin
                        end-if
        end-read
        end-perform
        close fVen
        open input fVenA
        if cr_fVenA = 0 then
                move 0 to tvaFin
                perform with test after until tvaFin = 1
                        read fVenA next
                        at end move 1 to tvaFin
                        not at end
                                if fVenA_annee = tvaAnnee
                                and fVenA_mois = tvaMois then
                                        move "C" to tvaNature
                                        move fVenA_taux to tvaTaux
                                        move fVenA_ht to tvaLigneHt
                                        move fVenA_tva to tvaLigneTva
                                        if fVenA_ht = 0
                                        and fVenA_tva = 0 then
                                                move fVenA_prix to
                                                tvaLigneHt
                                        end-if
                                        perform TvaCumuler
                                end-if
                end-read
                end-perform
                close fVenA
        end-if
        open input fRbt
        move 0 to tvaFin
        perform with test after until tvaFin = 1
                read fRbt
                at end move 1 to tvaFin
                not at end
                        if fRbt_annee = tvaAnnee
                        and fRbt_mois = tvaMois then
                                move "C" to tvaNature
                                move fRbt_taux to tvaTaux
                                compute tvaLigneHt = 0 - fRbt_ht
                                compute tvaLigneTva = 0 - fRbt_tva
                                if fRbt_ht = 0 and fRbt_tva = 0 then
                                        compute tvaLigneHt =
                                        0 - fRbt_montant
                                end-if
                                perform TvaCumuler
                        end-if
        end-read
        end-perform
        close fRbt
        open input fAch
        move 0 to tvaFin
        perform with test after until tvaFin = 1
                read fAch
                at end move 1 to tvaFin
                not at end
                        if fAch_annee = tvaAnnee
                        and fAch_mois = tvaMois then
                                move "D" to tvaNature
                                move fAch_tauxTva to tvaTaux
                                compute tvaLigneHt = fAch_quantite
                                * fAch_prixUnitaire
                                compute tvaLigneTva rounded =
                                tvaLigneHt * fAch_tauxTva / 100
                                perform TvaCumuler
                        end-if
        end-read
        end-perform
        close fAch
      *> Une facture acceptée avec écart corrige la TVA déductible
      *> constatée à la réception
        open input fFac
        if cr_fFac = 0 then
                move 0 to tvaFin
                perform with test after until tvaFin = 1
                        read fFac next
                        at end move 1 to tvaFin
                        not at end
                                if fFac_date(1:4) = tvaAnnee
                                and fFac_date(5:2) = tvaMois
                                and (fFac_ecartHt not = 0
                                or fFac_ecartTva not = 0) then
                                        move "D" to tvaNature
                                        move fFac_tauxTva to tvaTaux
                                        move fFac_ecartHt to tvaLigneHt
                                        move fFac_ecartTva to
                                        tvaLigneTva
                                        perform TvaCumuler
                                end-if
                end-read
                end-perform
                close fFac
        end-if
        move 0 to tvaTotCollectee
        move 0 to tvaTotDeductible
        if tvaNb > 0 then
                move 0 to tvaIdx
                perform with test after until tvaIdx >= tvaNb
                        add 1 to tvaIdx
                        if tvaLigNature(tvaIdx) = "C" then
                                add tvaLigTva(tvaIdx) to tvaTotCollectee
                        else
                                add tvaLigTva(tvaIdx) to
                                tvaTotDeductible
                        end-if
                end-perform
        end-if
        compute tvaTotDue = tvaTotCollectee - tvaTotDeductible.

      *> Ajoute tvaLigneHt et tvaLigneTva à la ligne tvaNature/tvaTaux
      *> de la déclaration (créée au besoin)
        TvaCumuler.

        move 0 to tvaTrouve
        move 0 to tvaIdx
        if tvaNb > 0 then
                perform with test after
                until tvaTrouve = 1 or tvaIdx >= tvaNb
                        add 1 to tvaIdx
                        if tvaLigNature(tvaIdx) = tvaNature
                        and tvaLigTaux(tvaIdx) = tvaTaux then
                                move 1 to tvaTrouve
                        end-if
                end-perform
        end-if
        if tvaTrouve = 0 then
                if tvaNb < tvaMax then
                        add 1 to tvaNb
                        move tvaNb to tvaIdx
                        move tvaNature to tvaLigNature(tvaIdx)
                        move tvaTaux to tvaLigTaux(tvaIdx)
                        move 0 to tvaLigBase(tvaIdx)
                        move 0 to tvaLigTva(tvaIdx)
                        move 1 to tvaTrouve
                else
                        display "ERR:tropDeTauxDifferents"
                end-if
        end-if
        if tvaTrouve = 1 then
                add tvaLigneHt to tvaLigBase(tvaIdx)
                add tvaLigneTva to tvaLigTva(tvaIdx)
        end-if.

      *> Recharge les lignes par taux enregistrées à la clôture de
      *> tvaAnnee/tvaMois
        ChargerDeclarationTVA.

        move 0 to tvaNb
        open input fDtv
        move tvaAnnee to fDtv_annee
        move tvaMois to fDtv_mois
        move low-values to fDtv_nature
        move 0 to fDtv_taux
        move 0 to tvaFin
        start fDtv, key is >= fDtv_cle
        invalid key
                move 1 to tvaFin
        end-start
        perform with test after until tvaFin = 1
                read fDtv next
                at end move 1 to tvaFin
                not at end
                        if fDtv_annee = tvaAnnee
                        and fDtv_mois = tvaMois
                        and tvaNb < tvaMax then
                                add 1 to tvaNb
                                move fDtv_nature to
                                tvaLigNature(tvaNb)
                                move fDtv_taux to tvaLigTaux(tvaNb)
                                move fDtv_base to tvaLigBase(tvaNb)
                                move fDtv_tva to tvaLigTva(tvaNb)
                        else
                                move 1 to tvaFin
                        end-if
        end-read
        end-perform
        close fDtv.

      *> Enregistre les lignes par taux de la déclaration calculée
      *> pour le mois clôturé tvaAnnee/tvaMois
        EnregistrerDeclarationTVA.

        if tvaNb > 0 then
                open i-o fDtv
                move 0 to tvaIdx
                perform with test after until tvaIdx >= tvaNb
                        add 1 to tvaIdx
                        move tvaAnnee to fDtv_annee
                        move tvaMois to fDtv_mois
                        move tvaLigNature(tvaIdx) to fDtv_nature
                        move tvaLigTaux(tvaIdx) to fDtv_taux
                        move tvaLigBase(tvaIdx) to fDtv_base
                        move tvaLigTva(tvaIdx) to fDtv_tva
                        write tamp_fDtv
                        invalid key
                                rewrite tamp_fDtv end-rewrite
                        end-write
                end-perform
                close fDtv
        end-if.

        AfficherDeclarationTVA.

        display " "
        display "--- TVA collectée (ventes nettes des remboursements) ---"
        if tvaNb > 0 then
                move 0 to tvaIdx
                perform with test after until tvaIdx >= tvaNb
                        add 1 to tvaIdx
                        if tvaLigNature(tvaIdx) = "C" then
                                display "Taux ", tvaLigTaux(tvaIdx),
                                " % base HT ", tvaLigBase(tvaIdx),
                                " TVA ", tvaLigTva(tvaIdx)
                        end-if
                end-perform
        end-if
        display "Total TVA collectée :", tvaTotCollectee
        display " "
        display "--- TVA déductible (achats d'ingrédients) ---"
        if tvaNb > 0 then
                move 0 to tvaIdx
                perform with test after until tvaIdx >= tvaNb
                        add 1 to tvaIdx
                        if tvaLigNature(tvaIdx) = "D" then
                                display "Taux ", tvaLigTaux(tvaIdx),
                                " % base HT ", tvaLigBase(tvaIdx),
                                " TVA ", tvaLigTva(tvaIdx)
                        end-if
                end-perform
        end-if
        display "Total TVA déductible :", tvaTotDeductible
        display " "
        if tvaTotDue < 0 then
                display "Crédit de TVA :", tvaTotDue
        else
                display "TVA due :", tvaTotDue
        end-if.

      *> Inventaire physique : un comptage fige le stock théorique
      *> lot par lot, imprime la feuille de comptage, reçoit les
      *> quantités comptées puis, une fois approuvé par un
      *> Alchimiste, passe les écarts en ajustements de stock
        InventairePhysique.

        move 0 to invOk
        perform with test after until invOk = 1
                display "=======INVENTAIRE PHYSIQUE======="
                display "1- Ouvrir un comptage et imprimer la feuille"
                display "2- Saisir les quantités comptées"
                display "3- Rapport des écarts valorisés"
                display "4- Approuver et passer les ajustements"
                display "5- Abandonner le comptage en cours"
                display "0- Quitter"
                accept invChoix
                if invChoix >= 0 and invChoix < 6 then
                        move 1 to invOk
                else
                        display "Saisie incorrecte"
                end-if
        end-perform
        evaluate invChoix
                when 1
                        perform OuvrirComptage
                when 2
                        perform SaisirComptage
                when 3
                        perform RapportEcartsInventaire
                when 4
                        perform ValiderInventaire
                when 5
                        perform AbandonnerComptage
                when 0
                        display "Vous quittez."
        end-evaluate
        perform Alchimiste.

      *> Cherche si un comptage est en cours (Inventaire.dat non
      *> vide) : invOuverte = 1 et invDateTmp porte sa date
        ChercherComptageOuvert.

        move 0 to invOuverte
        open input fInv
        if cr_fInv = 0 then
                read fInv next
                at end
                        continue
                not at end
                        move 1 to invOuverte
                        move fInv_date to invDateTmp
                end-read
                close fInv
        end-if.

      *> Ouvre un comptage : relève le stock théorique de chaque lot
      *> non vide d'ingrédient et de potion, plus le stock non
      *> rattaché à un lot, et imprime la feuille de comptage
      *> (FeuilleInventaire.dat) sans les quantités théoriques
        OuvrirComptage.

        perform ChercherComptageOuvert
        if invOuverte = 1 then
                display "Un comptage du ", invDateTmp,
                " est déjà en cours"
        else
                accept invDateTmp from date yyyymmdd
                move 0 to invLignes
                open output fInv
                open output fFeu
                move "FEUILLE DE COMPTAGE DU " to invTitreLibelle
                move invDateTmp(7:2) to invTitreJour
                move invDateTmp(5:2) to invTitreMois
                move invDateTmp(1:4) to invTitreAnnee
                write feuLigne from invTitre
                move all "=" to feuLigne
                write feuLigne
                move spaces to feuLigne
                write feuLigne
                move "INGREDIENTS" to feuLigne
                write feuLigne
                move "NOM" to feuLigne
                move "LOT  PEREMPTION" to feuLigne(35:15)
                write feuLigne
                perform ComptageReleverIngredients
                move spaces to feuLigne
                write feuLigne
                move "POTIONS" to feuLigne
                write feuLigne
                move "NOM" to feuLigne
                move "LOT  LIMITE" to feuLigne(35:11)
                write feuLigne
                perform ComptageReleverPotions
                move spaces to feuLigne
                write feuLigne
                move "LOT 0 : STOCK NON RATTACHE A UN LOT" to feuLigne
                write feuLigne
                move all "=" to feuLigne
                write feuLigne
                close fFeu
                close fInv
                move "Inventaire" to jrnFichier
                move "OUVRE" to jrnOperation
                move invDateTmp to jrnCle
                move spaces to jrnAvant
                move invLignes to jrnApres
                perform JournaliserMutation
                display "Comptage ouvert : ", invLignes,
                " lignes à compter"
                display "Feuille de comptage écrite dans ",
                "FeuilleInventaire.dat"
        end-if.

      *> Relève les lots d'ingrédients non vides ; ce qui dépasse la
      *> somme des lots (stock de départ non loti) est compté sur
      *> une ligne de lot 0
        ComptageReleverIngredients.

        open input fIn
        open input fLot
        move 0 to invFin
        perform with test after until invFin = 1
                read fIn next
                at end move 1 to invFin
                not at end
                        move fIn_nomIn to fInv_nom
                        move 0 to invSommeLots
                        move fIn_nomIn to fLot_nomIn
                        start fLot, key is = fLot_nomIn
                        invalid key
                                continue
                        not invalid key
                                move 0 to invFin2
                                perform with test after
                                until invFin2 = 1
                                        read fLot next
                                        at end move 1 to invFin2
                                        not at end
                                        if fLot_nomIn = fIn_nomIn then
                                                if fLot_quantite > 0
                                                then
                                                add fLot_quantite to
                                                invSommeLots
                                                move "I" to fInv_type
                                                move fLot_id to
                                                fInv_lot
                                                move fLot_quantite to
                                                fInv_theorique
                                                move fLot_peremption
                                                to invFeuLimite
                                                perform
                                                ComptageEcrireLigne
                                                end-if
                                        else
                                                move 1 to invFin2
                                        end-if
                                end-read
                                end-perform
                        end-start
                        if fIn_quantite > invSommeLots
                        or invSommeLots = 0 then
                                move "I" to fInv_type
                                move 0 to fInv_lot
                                compute fInv_theorique = fIn_quantite
                                - invSommeLots
                                move 0 to invFeuLimite
                                perform ComptageEcrireLigne
                        end-if
        end-read
        end-perform
        close fLot
        close fIn.

      *> Relève les lots de potions non vides, plus le stock de
      *> potions non rattaché à un lot sur une ligne de lot 0
        ComptageReleverPotions.

        open input fPot
        open input fLtp
        move 0 to invFin
        perform with test after until invFin = 1
                read fPot next
                at end move 1 to invFin
                not at end
                        move fPot_nom to fInv_nom
                        move 0 to invSommeLots
                        move fPot_nom to fLtp_nomPot
                        start fLtp, key is = fLtp_nomPot
                        invalid key
                                continue
                        not invalid key
                                move 0 to invFin2
                                perform with test after
                                until invFin2 = 1
                                        read fLtp next
                                        at end move 1 to invFin2
                                        not at end
                                        if fLtp_nomPot = fPot_nom then
                                                if fLtp_quantite > 0
                                                and fLtp_bloque not = 1
                                                then
                                                add fLtp_quantite to
                                                invSommeLots
                                                move "P" to fInv_type
                                                move fLtp_id to
                                                fInv_lot
                                                move fLtp_quantite to
                                                fInv_theorique
                                                move fLtp_limite to
                                                invFeuLimite
                                                perform
                                                ComptageEcrireLigne
                                                end-if
                                        else
                                                move 1 to invFin2
                                        end-if
                                end-read
                                end-perform
                        end-start
                        if fPot_quantite > invSommeLots
                        or invSommeLots = 0 then
                                move "P" to fInv_type
                                move 0 to fInv_lot
                                compute fInv_theorique = fPot_quantite
                                - invSommeLots
                                move 0 to invFeuLimite
                                perform ComptageEcrireLigne
                        end-if
        end-read
        end-perform
        close fLtp
        close fPot.

      *> Écrit une ligne de comptage et sa ligne de feuille
      *> (fInv_type, fInv_nom, fInv_lot, fInv_theorique et
      *> invFeuLimite sont renseignés par l'appelant)
        ComptageEcrireLigne.

        move invDateTmp to fInv_date
        move 0 to fInv_compte
        move 0 to fInv_saisi
        write tamp_fInv
        invalid key
                display "ERR:ligneEnDouble ", fInv_nom
        not invalid key
                move fInv_nom to invFeuNom
                move fInv_lot to invFeuLot
                write feuLigne from invFeuDetail
                add 1 to invLignes
        end-write.

      *> Saisie des quantités comptées : parcourt les lignes pas
      *> encore comptées (FIN interrompt, la saisie reprend plus tard
      *> là où elle s'est arrêtée) ou corrige une ligne déjà saisie
        SaisirComptage.

        perform ChercherComptageOuvert
        if invOuverte = 0 then
                display "Aucun comptage en cours"
        else
                display "1- Saisir les lignes non comptées"
                display "2- Corriger une ligne"
                accept invChoix
                if invChoix = 2 then
                        perform CorrigerLigneComptage
                else
                        perform SaisirLignesComptage
                end-if
                perform CompterLignesRestantes
                display "Lignes restant à compter :", invRestants
        end-if.

        SaisirLignesComptage.

        display "Quantité comptée de chaque ligne, FIN pour ",
        "interrompre"
        open i-o fInv
        move 0 to invFin
        perform with test after until invFin = 1
                read fInv next
                at end move 1 to invFin
                not at end
                        if fInv_saisi = 0 then
                                display " "
                                perform AfficherLigneComptage
                                display "Quantité comptée"
                                accept invSaisie
                                if invSaisie = "FIN" then
                                        move 1 to invFin
                                else
                                        perform
                                        ConvertirSaisieComptage
                                        if invSaisieNum >= 0 then
                                                move invSaisieNum to
                                                fInv_compte
                                                move 1 to fInv_saisi
                                                rewrite tamp_fInv
                                                end-rewrite
                                        end-if
                                end-if
                        end-if
        end-read
        end-perform
        close fInv.

      *> Corrige la quantité comptée d'une ligne désignée par son
      *> type, son nom et son lot
        CorrigerLigneComptage.

        display "Type de la ligne (I- ingrédient P- potion)"
        accept invCorrType
        display "Nom"
        accept invCorrNom
        display "Numéro du lot (0 pour le stock non loti)"
        accept invCorrLot
        open i-o fInv
        move invCorrType to fInv_type
        move invCorrNom to fInv_nom
        move invCorrLot to fInv_lot
        read fInv
        invalid key
                display "Cette ligne n'est pas au comptage"
        not invalid key
                perform AfficherLigneComptage
                if fInv_saisi = 1 then
                        display "Quantité déjà saisie :", fInv_compte
                end-if
                display "Quantité comptée"
                accept invSaisie
                perform ConvertirSaisieComptage
                if invSaisieNum >= 0 then
                        move invSaisieNum to fInv_compte
                        move 1 to fInv_saisi
                        rewrite tamp_fInv end-rewrite
                        display "Ligne corrigée"
                end-if
        end-read
        close fInv.

      *> Contrôle la quantité saisie : invSaisieNum vaut -1 si la
      *> saisie n'est pas un nombre entre 0 et 9999
        ConvertirSaisieComptage.

        move -1 to invSaisieNum
        if function test-numval(invSaisie) = 0 then
                compute invSaisieNum = function numval(invSaisie)
                if invSaisieNum > 9999 then
                        move -1 to invSaisieNum
                end-if
        end-if
        if invSaisieNum < 0 then
                display "Saisie incorrecte, ligne laissée à compter"
        end-if.

        AfficherLigneComptage.

        if fInv_type = "I" then
                display "Ingrédient :", fInv_nom
        else
                display "Potion :", fInv_nom
        end-if
        if fInv_lot = 0 then
                display "Stock non rattaché à un lot"
        else
                display "Lot n°", fInv_lot
        end-if.

      *> Nombre de lignes du comptage en cours pas encore comptées
        CompterLignesRestantes.

        move 0 to invRestants
        open input fInv
        move 0 to invFin
        perform with test after until invFin = 1
                read fInv next
                at end move 1 to invFin
                not at end
                        if fInv_saisi = 0 then
                                add 1 to invRestants
                        end-if
        end-read
        end-perform
        close fInv.

        RapportEcartsInventaire.

        perform ChercherComptageOuvert
        if invOuverte = 0 then
                display "Aucun comptage en cours"
        else
                perform EditerEcartsInventaire
                display "Rapport écrit dans EcartsInventaire.dat"
        end-if.

      *> Écarts valorisés du comptage en cours (compté moins
      *> théorique), au prix d'achat de l'ingrédient ou au coût de
      *> brassage de la potion ; écrit EcartsInventaire.dat et
      *> signale les lignes pas encore comptées
        EditerEcartsInventaire.

        move 0 to invTotalPertes
        move 0 to invTotalGains
        move 0 to invEcartCnt
        move 0 to invRestants
        open output fEca
        move "ECARTS D'INVENTAIRE DU COMPTAGE DU " to invTitreLibelle
        move invDateTmp(7:2) to invTitreJour
        move invDateTmp(5:2) to invTitreMois
        move invDateTmp(1:4) to invTitreAnnee
        write ecaLigne from invTitre
        move all "=" to ecaLigne
        write ecaLigne
        move "T NOM" to ecaLigne
        move "LOT THEO CPTE  ECART        VALEUR" to ecaLigne(36:35)
        write ecaLigne
        display "=======ÉCARTS D'INVENTAIRE======="
        open input fInv
        open input fIn
        open input fPot
        move 0 to invFin
        perform with test after until invFin = 1
                read fInv next
                at end move 1 to invFin
                not at end
                        if fInv_saisi = 0 then
                                add 1 to invRestants
                                display "Non compté : ", fInv_nom,
                                " lot ", fInv_lot
                        else
                                perform ValoriserLigneComptage
                                if invEcart not = 0 then
                                        perform EcrireLigneEcart
                                end-if
                        end-if
        end-read
        end-perform
        close fPot
        close fIn
        close fInv
        move all "-" to ecaLigne
        write ecaLigne
        move "TOTAL DES PERTES" to invTotLibelle
        move invTotalPertes to invTotMontant
        write ecaLigne from invTotalLigne
        move "TOTAL DES GAINS" to invTotLibelle
        move invTotalGains to invTotMontant
        write ecaLigne from invTotalLigne
        move "LIGNES NON COMPTEES" to invTotLibelle
        move invRestants to invTotMontant
        write ecaLigne from invTotalLigne
        close fEca
        display " "
        display "Lignes en écart :", invEcartCnt
        display "Total des pertes :", invTotalPertes
        display "Total des gains :", invTotalGains
        display "Lignes non comptées :", invRestants.

      *> Écart et valeur de la ligne de comptage courante (fIn et
      *> fPot sont ouverts)
        ValoriserLigneComptage.

        compute invEcart = fInv_compte - fInv_theorique
        move 0 to invPrix
        if fInv_type = "I" then
                move fInv_nom to fIn_nomIn
                read fIn
                invalid key
                        continue
                not invalid key
                        move fIn_prix to invPrix
                end-read
        else
                move fInv_nom to fPot_nom
                read fPot
                invalid key
                        continue
                not invalid key
                        move fPot_cout to invPrix
                end-read
        end-if
        compute invValeur = invEcart * invPrix
        move invValeur to invValeurAbs.

      *> Imprime et affiche une ligne en écart, cumule pertes et gains
        EcrireLigneEcart.

        add 1 to invEcartCnt
        move fInv_type to invEcaType
        move fInv_nom to invEcaNom
        move fInv_lot to invEcaLot
        move fInv_theorique to invEcaTheo
        move fInv_compte to invEcaCompte
        move invEcart to invEcaEcart
        move invValeur to invEcaValeur
        write ecaLigne from invEcaDetail
        display invEcaDetail
        if invValeur < 0 then
                add invValeurAbs to invTotalPertes
        else
                add invValeurAbs to invTotalGains
        end-if.

      *> Approuve le comptage et passe les ajustements : chaque écart
      *> corrige le lot et le stock agrégé, reçoit un motif, est
      *> tracé dans AjustementsStock.dat et le journal d'audit, et sa
      *> valeur est portée en trésorerie (perte ou gain)
        ValiderInventaire.

        perform ChercherComptageOuvert
        if invOuverte = 0 then
                display "Aucun comptage en cours"
        else
                perform CompterLignesRestantes
                if invRestants > 0 then
                        display "Il reste ", invRestants,
                        " lignes non comptées, validation refusée"
                else
                        perform EditerEcartsInventaire
                        move 1 to apprOk
                        if invEcartCnt > 0 then
                                display "Les ajustements doivent ",
                                "être approuvés par un Alchimiste"
                                perform VerifierApprobateur
                        end-if
                        if apprOk = 1 then
                                perform PasserAjustementsInventaire
                                open output fInv
                                close fInv
                                move "Inventaire" to jrnFichier
                                move "VALIDE" to jrnOperation
                                move invDateTmp to jrnCle
                                move invEcartCnt to jrnAvant
                                move apprId to jrnApres
                                perform JournaliserMutation
                                display "Inventaire validé, ",
                                invEcartCnt, " ajustements passés"
                        end-if
                end-if
        end-if.

        PasserAjustementsInventaire.

        accept invDateJour from date yyyymmdd
        open input fInv
        move 0 to invFin
        perform with test after until invFin = 1
                read fInv next
                at end move 1 to invFin
                not at end
                        compute invEcart = fInv_compte
                        - fInv_theorique
                        if invEcart not = 0 then
                                display " "
                                perform AfficherLigneComptage
                                display "Théorique :", fInv_theorique,
                                " Compté :", fInv_compte
                                perform ChoisirMotifAjustement
                                if fInv_type = "I" then
                                        perform AjusterStockIngredient
                                else
                                        perform AjusterStockPotion
                                end-if
                                perform EnregistrerAjustement
                        end-if
        end-read
        end-perform
        close fInv.

        ChoisirMotifAjustement.

        move 0 to invMotifChoix
        perform with test after until invMotifChoix >= 1
        and invMotifChoix <= 5
                display "Motif : 1- CASSE 2- VOL/DISPARITION ",
                "3- PERIME 4- ERREUR DE SAISIE 5- TROUVE"
                accept invMotifChoix
        end-perform
        evaluate invMotifChoix
                when 1
                        move "CASSE" to invMotif
                when 2
                        move "VOL" to invMotif
                when 3
                        move "PERIME" to invMotif
                when 4
                        move "ERREUR" to invMotif
                when 5
                        move "TROUVE" to invMotif
        end-evaluate.

      *> Applique l'écart invEcart à l'ingrédient et à son lot
      *> (ligne fInv positionnée) ; invPrix reçoit le prix d'achat
        AjusterStockIngredient.

        move 0 to invPrix
        open i-o fIn
        move fInv_nom to fIn_nomIn
        read fIn
        invalid key
                display "ERR:noSuchIngredient"
        not invalid key
                move fIn_prix to invPrix
                move fIn_quantite to jrnAvant
                compute invNouvelle = fIn_quantite + invEcart
                if invNouvelle < 0 then
                        move 0 to invNouvelle
                end-if
                move invNouvelle to fIn_quantite
                rewrite tamp_fIn end-rewrite
                move "StockIngredient" to jrnFichier
                move "INVENT" to jrnOperation
                move fIn_nomIn to jrnCle
                move spaces to jrnApres
                move fIn_quantite to jrnApres(1:4)
                move invMotif to jrnApres(6:6)
                perform JournaliserMutation
        end-read
        close fIn
        if fInv_lot > 0 then
                open i-o fLot
                move fInv_lot to fLot_id
                read fLot
                invalid key
                        display "ERR:lotIntrouvable"
                not invalid key
                        move fLot_quantite to jrnAvant
                        compute invNouvelle = fLot_quantite
                        + invEcart
                        if invNouvelle < 0 then
                                move 0 to invNouvelle
                        end-if
                        move invNouvelle to fLot_quantite
                        rewrite tamp_fLot end-rewrite
                        move "LotsIngredient" to jrnFichier
                        move "INVENT" to jrnOperation
                        move fLot_id to jrnCle
                        move spaces to jrnApres
                        move fLot_quantite to jrnApres(1:4)
                        move invMotif to jrnApres(6:6)
                        perform JournaliserMutation
                end-read
                close fLot
        end-if.

      *> Applique l'écart invEcart à la potion et à son lot
      *> (ligne fInv positionnée) ; invPrix reçoit le coût de
      *> brassage
        AjusterStockPotion.

        move 0 to invPrix
        open i-o fPot
        move fInv_nom to fPot_nom
        read fPot
        invalid key
                display "ERR:potionIntrouvable"
        not invalid key
                move fPot_cout to invPrix
                move fPot_quantite to jrnAvant
                compute invNouvelle = fPot_quantite + invEcart
                if invNouvelle < 0 then
                        move 0 to invNouvelle
                end-if
                move invNouvelle to fPot_quantite
                rewrite tamp_fPot end-rewrite
                move "Potions" to jrnFichier
                move "INVENT" to jrnOperation
                move fPot_nom to jrnCle
                move spaces to jrnApres
                move fPot_quantite to jrnApres(1:4)
                move invMotif to jrnApres(6:6)
                perform JournaliserMutation
        end-read
        close fPot
        if fInv_lot > 0 then
                open i-o fLtp
                move fInv_lot to fLtp_id
                read fLtp
                invalid key
                        display "ERR:lotIntrouvable"
                not invalid key
                        move fLtp_quantite to jrnAvant
                        compute invNouvelle = fLtp_quantite
                        + invEcart
                        if invNouvelle < 0 then
                                move 0 to invNouvelle
                        end-if
                        move invNouvelle to fLtp_quantite
                        rewrite tamp_fLtp end-rewrite
                        move "LotsPotion" to jrnFichier
                        move "INVENT" to jrnOperation
                        move fLtp_id to jrnCle
                        move spaces to jrnApres
                        move fLtp_quantite to jrnApres(1:4)
                        move invMotif to jrnApres(6:6)
                        perform JournaliserMutation
                end-read
                close fLtp
        end-if.

      *> Trace l'ajustement dans AjustementsStock.dat et porte sa
      *> valeur en trésorerie : une perte débite, un gain crédite
      *> (invEcart, invPrix et invMotif sont renseignés)
        EnregistrerAjustement.

        compute invValeur = invEcart * invPrix
        move invEcart to invEcartAbs
        move invValeur to invValeurAbs
        open extend fAju
        move invDateJour to fAju_date
        move fInv_type to fAju_type
        move fInv_nom to fAju_nom
        move fInv_lot to fAju_lot
        if invEcart < 0 then
                move "-" to fAju_sens
        else
                move "+" to fAju_sens
        end-if
        move invEcartAbs to fAju_quantite
        move invPrix to fAju_prixUnitaire
        move invValeurAbs to fAju_valeur
        move invMotif to fAju_motif
        move apprId to fAju_approbateur
        write tamp_fAju
        close fAju
        if invValeurAbs > 0 then
                if invEcart < 0 then
                        move "D" to treSens
                else
                        move "C" to treSens
                end-if
                move spaces to treLibelle
                move "INV " to treLibelle(1:4)
                move fInv_nom to treLibelle(5:26)
                move invValeurAbs to treMontant
                perform TresoreriePoster
        end-if.

      *> Abandonne le comptage en cours sans rien ajuster
        AbandonnerComptage.

        perform ChercherComptageOuvert
        if invOuverte = 0 then
                display "Aucun comptage en cours"
        else
                display "Abandonner le comptage du ", invDateTmp,
                " ? Les saisies seront perdues. 1- OUI 0- NON"
                accept invAbandon
                if invAbandon = 1 then
                        open output fInv
                        close fInv
                        move "Inventaire" to jrnFichier
                        move "ABANDON" to jrnOperation
                        move invDateTmp to jrnCle
                        move spaces to jrnAvant
                        move spaces to jrnApres
                        perform JournaliserMutation
                        display "Comptage abandonné"
                end-if
        end-if.

      *> Ouvre le journal de brassage : note la potion visée et le lot
      *> avant la première déduction de stock
        BrassageOuvrirJournal.

        move spaces to subRemplace
        perform TrouverProchainIdBrassage
        open output fBrl
        move "DEBUT" to fBrl_type
        BrassageConsommerLigne.

        compute brlQuantite = fRec_quantite * createLotActuel
        move 0 to subUnites
        if brlQuantite > fIn_quantite then
                perform BrassageChercherAccepte
                if subTrouve = 1 then
                        divide fIn_quantite by fRec_quantite giving
                        subUnitesPossibles
                        compute subUnites = createLotActuel
                        - subUnitesPossibles
                        compute brlQuantite = fRec_quantite
                        * subUnitesPossibles
                end-if
        end-if
        if brlQuantite > 0 then
                perform BrassageDeduireStock
        end-if
        if subUnites > 0 then
                perform BrassageConsommerSubstituts
        end-if.

      *> Déduit brlQuantite du stock de l'ingrédient courant, lot par
      *> lot, avec sa ligne au journal de brassage
        BrassageDeduireStock.

        move fIn_quantite to jrnAvant
        open extend fBrl
        move "LIGNE" to fBrl_type
        move fIn_quantite to jrnApres
        perform JournaliserMutation.

      *> Capacité d'une ligne de recette en unités de potion : si
      *> l'ingrédient principal ne suffit pas pour createLotQuantite,
      *> les substituts approuvés sont proposés et leur stock complète
      *> la capacité (fRec et fIn sont positionnés sur la ligne)
        BrassageCapaciteLigne.

        DIVIDE fIn_quantite BY fRec_quantite GIVING createLotTmpMax
        if createLotPremier = 0 then
                move 0 to subNbAccepte
        end-if
        if createLotTmpMax < createLotQuantite then
                move fIn_nomIn to subPrincipal
                compute subManque = createLotQuantite - createLotTmpMax
                move 0 to subCapacite
                open input fSub
                move fRec_id to fSub_recette
                move low-values to fSub_substitut
                move 0 to subFin2
                start fSub, key is >= fSub_cle
                invalid key
                        move 1 to subFin2
                end-start
                perform with test after until subFin2 = 1
                        read fSub next
                        at end move 1 to subFin2
                        not at end
                                if fSub_recette = fRec_id then
                                        move fSub_substitut to fIn_nomIn
                                        read fIn
                                        invalid key
                                                continue
                                        not invalid key
                                                divide fIn_quantite by
                                                fSub_quantite giving
                                                subUnitesPossibles
                                                add subUnitesPossibles
                                                to subCapacite
                                                display "Substitut ",
                                                "approuvé : ",
                                                fSub_quantite, " ",
                                                fSub_substitut, " pour ",
                                                fRec_quantite, " ",
                                                subPrincipal, " (stock ",
                                                fIn_quantite, ")"
                                        end-read
                                else
                                        move 1 to subFin2
                                end-if
                end-read
                end-perform
                close fSub
                if subCapacite > 0 then
                        display "Stock de ", subPrincipal,
                        " insuffisant : ", createLotTmpMax,
                        " unité(s) sur ", createLotQuantite
                        display "Compléter avec les substituts ? ",
                        "1- OUI 0- NON"
                        accept subConfirme
                        if subConfirme = 1 and subNbAccepte < subMax
                        then
                                add 1 to subNbAccepte
                                move fRec_id to
                                subAccepte(subNbAccepte)
                                if subCapacite > subManque then
                                        move subManque to subCapacite
                                end-if
                                add subCapacite to createLotTmpMax
                        end-if
                end-if
                move subPrincipal to fIn_nomIn
        end-if.

      *> subTrouve = 1 si les substituts de la ligne fRec_id ont été
      *> acceptés pour le brassage en cours
        BrassageChercherAccepte.

        move 0 to subTrouve
        move 0 to subIdx
        if subNbAccepte > 0 then
                perform with test after
                until subTrouve = 1 or subIdx >= subNbAccepte
                        add 1 to subIdx
                        if subAccepte(subIdx) = fRec_id then
                                move 1 to subTrouve
                        end-if
                end-perform
        end-if.

      *> Complète la ligne de recette courante avec ses substituts
      *> pour subUnites unités de potion, et corrige le coût unitaire
      *> du brassage de l'écart de coût des substituts (fRec est
      *> positionné, fIn est ouvert en i-o)
        BrassageConsommerSubstituts.

        move fIn_nomIn to subPrincipal
        move fIn_prix to subPrixPrincipal
        move 0 to subEcartTotal
        open input fSub
        move fRec_id to fSub_recette
        move low-values to fSub_substitut
        move 0 to subFin2
        start fSub, key is >= fSub_cle
        invalid key
                move 1 to subFin2
        end-start
        perform with test after until subFin2 = 1 or subUnites = 0
                read fSub next
                at end move 1 to subFin2
                not at end
                        if fSub_recette = fRec_id then
                                move fSub_substitut to fIn_nomIn
                                read fIn
                                invalid key
                                        continue
                                not invalid key
                                        perform BrassageConsommerUnSubstitut
                                end-read
                        else
                                move 1 to subFin2
                        end-if
        end-read
        end-perform
        close fSub
        if subUnites > 0 then
                display "ATTENTION: ", subPrincipal, " manquant pour ",
                subUnites, " unité(s)"
        end-if
        compute subCoutSigne = createLotUnitCout
        + (subEcartTotal / createLotActuel)
        if subCoutSigne < 0 then
                move 0 to createLotUnitCout
        else
                move subCoutSigne to createLotUnitCout
        end-if.

      *> Consomme le substitut courant (fSub et fIn positionnés) pour
      *> autant d'unités restantes que son stock le permet
        BrassageConsommerUnSubstitut.

        divide fIn_quantite by fSub_quantite giving subUnitesPossibles
        if subUnitesPossibles > subUnites then
                move subUnites to subUnitesPossibles
        end-if
        if subUnitesPossibles > 0 then
                compute brlQuantite = fSub_quantite * subUnitesPossibles
      *> les consommations de lots tracées portent l'ingrédient remplacé
                move subPrincipal to subRemplace
                perform BrassageDeduireStock
                move spaces to subRemplace
                compute subEcartTotal = subEcartTotal
                + subUnitesPossibles * (fSub_quantite * fIn_prix
                - fRec_quantite * subPrixPrincipal)
                subtract subUnitesPossibles from subUnites
                display "Substitut ", fIn_nomIn, " utilisé pour ",
                subUnitesPossibles, " unité(s)"
        end-if.

      *> Crédite la potion brassée puis clôt le journal de brassage :
      *> le marqueur CREDT (quantité avant crédit) permet à la reprise
      *> de savoir si le crédit a eu lieu
        move fPot_nom to fLtp_nomPot
        move createLotActuel to fLtp_quantite
        move braDateTmp to fLtp_dateBrassage
        move braBrassageId to fLtp_brassage
        move 0 to fLtp_bloque
        move braDateTmp(1:4) to ltpLimAnnee
        move braDateTmp(5:2) to ltpLimMois
        move braDateTmp(7:2) to ltpLimJour
                        at end move 1 to ltpScanFin
                        not at end
                                if fLtp_nomPot = fPot_nom then
                                        if fLtp_quantite > 0
                                        and fLtp_bloque not = 1 then
                                                if ltpTrouve = 0
                                                or fLtp_limite <
                                                ltpMeilleureLim then
        ConsommerLotsPotionFEFO.

        move 1 to ltpTrouve
        move 0 to csvNb
        open i-o fLtp
        perform with test after until ltpQuantiteARetirer = 0
        or ltpTrouve = 0
                        not invalid key
                                if fLtp_quantite >
                                ltpQuantiteARetirer then
                                        move ltpQuantiteARetirer to
                                        ltpPreleve
                                        subtract ltpQuantiteARetirer
                                        from fLtp_quantite
                                        move 0 to ltpQuantiteARetirer
                                else
                                        move fLtp_quantite to ltpPreleve
                                        subtract fLtp_quantite from
                                        ltpQuantiteARetirer
                                        move 0 to fLtp_quantite
                                end-if
                                rewrite tamp_fLtp end-rewrite
                                perform ConsommationNoterLot
                        end-read
                end-if
        end-perform
        close fLtp.

      *> Note le lot prélevé pour la traçabilité de la vente ; au-delà
      *> de la capacité du tableau la quantité est portée sur la
      *> dernière ligne
        ConsommationNoterLot.

        if csvNb < csvMax then
                add 1 to csvNb
                move fLtp_id to csvLot(csvNb)
                move ltpPreleve to csvQte(csvNb)
        else
                add ltpPreleve to csvQte(csvNb)
        end-if.

      *> Restitue une quantité remboursée au lot de potions le plus
      *> récent (date limite la plus lointaine) de la potion courante
      *> (fPot est positionné, ltpQuantiteARetirer porte la quantité)
                        at end move 1 to ltpScanFin
                        not at end
                                if fLtp_nomPot = fPot_nom then
                                        if fLtp_bloque not = 1 and
                                        (ltpTrouve = 0
                                        or fLtp_limite >
                                        ltpMeilleureLim) then
                                                move fLtp_limite to
                                                ltpMeilleureLim
                                                move fLtp_id to
       accept clotureAnnee
       display "Mois à clôturer (MM)"
       accept clotureMois
       perform CloturerMois
       perform Alchimiste.

      *> Clôture le mois clotureMois/clotureAnnee ; cloDeja = 1 si
      *> le mois était déjà clôturé, cloErreur = 1 si l'historique
      *> n'a pas pu être écrit
       CloturerMois.

       move 0 to cloDeja
       move 0 to cloErreur
       move 0 to clotureTotalMois
       open input fVen
       move clotureAnnee to fVen_annee

       perform CalculerMeilleuresVentes

      *> La déclaration de TVA du mois est figée avec la clôture
       move clotureAnnee to tvaAnnee
       move clotureMois to tvaMois
       perform CalculerDeclarationTVA

       open i-o fCloture
       if cr_fCloture > 9 then
               move 1 to cloErreur
               display "ERREUR d'ouverture de l'historique des ventes"
       else
               perform CloturerMoisEcrire
               close fCloture
       end-if
       if cloErreur = 0 then
               perform RecalculerPaliers
       end-if.

      *> Écrit la ligne d'historique du mois (fCloture ouvert en i-o) ;
      *> une erreur d'écriture (disque plein...) ne déclenche pas
      *> INVALID KEY et se lit dans cr_fCloture
       CloturerMoisEcrire.

       move clotureAnnee to fCloture_annee
       move clotureMois to fCloture_mois
       move clotureTotalMois to fCloture_totalVentes
       move BestPot to fCloture_bestPot
       move BestEff to fCloture_bestEff
       move tvaTotCollectee to fCloture_tvaCollectee
       move tvaTotDeductible to fCloture_tvaDeductible
       move tvaTotDue to fCloture_tvaDue
       write tamp_fCloture
       invalid key
               if cr_fCloture = 22 then
                       move 1 to cloDeja
                       display "Ce mois a déjà été clôturé"
               else
                       move 1 to cloErreur
                       display "ERREUR d'écriture de la clôture"
               end-if
       not invalid key
               display "Mois clôturé : ", clotureTotalMois,
               "de chiffre d'affaires"
               display "TVA due du mois :", tvaTotDue
               perform EnregistrerDeclarationTVA
       end-write
       if cr_fCloture > 9 and cr_fCloture not = 22
       and cloErreur = 0 then
               move 1 to cloErreur
               display "ERREUR d'écriture de la clôture"
       end-if.

      *> Recalcule le palier de fidélité de chaque client d'après son
      *> cumul d'achats net des remboursements, à chaque clôture
       perform JournaliserMutation.


      *> Traitement de nuit sans surveillance (programme lancé avec
      *> le paramètre BATCH, sans menu de connexion) : enchaîne les
      *> travaux de fin de journée dans un ordre fixe, note un point
      *> de reprise après chaque étape (PointReprise.dat) et un
      *> compte rendu OK/ERREUR par étape (JournalBatch.dat). Un
      *> traitement interrompu reprend à l'étape qui a échoué, à la
      *> date du traitement interrompu, sans refaire les étapes déjà
      *> passées
       TraitementNuit.

       move 0 to batCodeRetour
       move 0 to batArret
       accept batDateJour from date yyyymmdd
       perform LirePointReprise
       if batRepriseTrouvee = 1 and batPtrStatut not = "T" then
               move batPtrDate to batDateRun
               compute batEtape = batPtrEtape + 1
               display "Reprise du traitement du ", batDateRun,
               " à l'étape ", batEtape
               perform TraitementNuitEtapes
               if batArret = 0 and batDateRun < batDateJour then
                       move batDateJour to batDateRun
                       move 1 to batEtape
                       perform TraitementNuitEtapes
               end-if
       else
               if batRepriseTrouvee = 1
               and batPtrDate = batDateJour then
                       display "Traitement de nuit déjà fait pour le ",
                       batDateJour
               else
                       move batDateJour to batDateRun
                       move 1 to batEtape
                       perform TraitementNuitEtapes
               end-if
       end-if
       move batCodeRetour to return-code.

      *> Passe les étapes de batEtape à la dernière pour la date
      *> batDateRun ; s'arrête à la première étape en erreur
       TraitementNuitEtapes.

       compute batPtrEtape = batEtape - 1
       move "E" to batPtrStatut
       move 0 to batErreur
       perform EcrirePointReprise
       if batErreur = 1 then
               move 0 to batEtape
               move "DEMARRAGE" to batNomEtape
               perform EcrireLigneBatch
               move 1 to batArret
               move 8 to batCodeRetour
       end-if
       if batArret = 0 and batEtape <= batDerniere then
               perform with test after
               until batEtape > batDerniere or batArret = 1
                       perform TraitementNuitEtape
                       if batErreur = 0 then
                               move batEtape to batPtrEtape
                               if batEtape = batDerniere then
                                       move "T" to batPtrStatut
                               end-if
                               perform EcrirePointReprise
                       end-if
                       perform EcrireLigneBatch
                       if batErreur = 0 then
                               add 1 to batEtape
                       else
                               move 1 to batArret
                               move 8 to batCodeRetour
                       end-if
               end-perform
       end-if.

      *> Exécute l'étape batEtape ; batErreur = 1 si elle a échoué,
      *> batMessage résume son résultat
       TraitementNuitEtape.

       move 0 to batErreur
       move spaces to batMessage
       evaluate batEtape
               when 1
                       move "ETAT JOURNALIER" to batNomEtape
                       move batDateRun to edjDateTmp
                       perform EditerEtatJournalier
                       if edjErreur = 1 then
                               move 1 to batErreur
                               move "EtatJournalier.dat non écrit"
                               to batMessage
                       else
                               move "EtatJournalier.dat écrit"
                               to batMessage
                       end-if
               when 2
                       move "CONTROLE INTEGRITE" to batNomEtape
                       perform VerifierIntegrite
                       move "anomalies :" to batMessage
                       move ctrlTotalErreurs to batMsgNombre
                       move batMsgNombre to batMessage(13:6)
               when 3
                       move "PEREMPTION INGRED." to batNomEtape
                       move batDateRun to lotDateTmp
                       perform ListerLotsPerimant
                       if lotErreur = 1 then
                               move 1 to batErreur
                               move "LotsIngredient.dat inaccessible"
                               to batMessage
                       else
                               move "lots à surveiller :" to
                               batMessage
                               move lotAlerteCnt to batMsgNombre
                               move batMsgNombre to batMessage(22:6)
                       end-if
               when 4
                       move "PEREMPTION POTIONS" to batNomEtape
                       move batDateRun to ltpDateTmp
                       move 1 to ltpAuto
                       perform ParcourirLotsPotionPerimant
                       move 0 to ltpAuto
                       if ltpErreur = 1 then
                               move 1 to batErreur
                               move "LotsPotion.dat inaccessible"
                               to batMessage
                       else
                               move "lots périmés jetés :" to
                               batMessage
                               move ltpJetes to batMsgNombre
                               move batMsgNombre to batMessage(23:6)
                       end-if
               when 5
                       move "CLOTURE MENSUELLE" to batNomEtape
                       perform TraitementNuitCloture
       end-evaluate.

      *> Rattrape le mois précédent s'il a eu des ventes sans être
      *> clôturé, puis clôture le mois du traitement si batDateRun en
      *> est le dernier jour
       TraitementNuitCloture.

       move 0 to batNbClos
       move batDateRun(1:4) to clotureAnnee
       move batDateRun(5:2) to clotureMois
       if clotureMois = 1 then
               move 12 to clotureMois
               subtract 1 from clotureAnnee
       else
               subtract 1 from clotureMois
       end-if
       perform ChercherMoisACloturer
       if batACloturer = 1 then
               perform CloturerMois
               if cloErreur = 1 then
                       move 1 to batErreur
               else
                       add 1 to batNbClos
               end-if
       end-if
       compute batDemain = function date-of-integer
       (function integer-of-date(batDateRun) + 1)
       if batErreur = 0 and batDemain(7:2) = "01" then
               move batDateRun(1:4) to clotureAnnee
               move batDateRun(5:2) to clotureMois
               perform CloturerMois
               if cloErreur = 1 then
                       move 1 to batErreur
               else
                       if cloDeja = 0 then
                               add 1 to batNbClos
                       end-if
               end-if
       end-if
       if batErreur = 1 then
               move "clôture non écrite" to batMessage
               move clotureMois to batMessage(20:2)
               move "/" to batMessage(22:1)
               move clotureAnnee to batMessage(23:4)
       else
               move "mois clôturés :" to batMessage
               move batNbClos to batMsgNombre
               move batMsgNombre to batMessage(17:6)
       end-if.

      *> batACloturer = 1 si le mois clotureMois/clotureAnnee n'est
      *> pas clôturé et compte au moins une vente
       ChercherMoisACloturer.

       move 0 to batACloturer
       open input fCloture
       move clotureAnnee to fCloture_annee
       move clotureMois to fCloture_mois
       read fCloture
       invalid key
               open input fVen
               move clotureAnnee to fVen_annee
               move clotureMois to fVen_mois
               move 0 to fVen_jour
               move 0 to fVen_num
               start fVen, key is >= fVen_id
               invalid key
                       continue
               not invalid key
                       read fVen next
                       at end
                               continue
                       not at end
                               if fVen_annee = clotureAnnee
                               and fVen_mois = clotureMois then
                                       move 1 to batACloturer
                               end-if
                       end-read
               end-start
               close fVen
       end-read
       close fCloture.

       LirePointReprise.

       move 0 to batRepriseTrouvee
       open input fPtr
       if cr_fPtr = 0 then
               read fPtr
               at end
                       continue
               not at end
                       move 1 to batRepriseTrouvee
                       move fPtr_dateRun to batPtrDate
                       move fPtr_etape to batPtrEtape
                       move fPtr_statut to batPtrStatut
               end-read
               close fPtr
       end-if.

      *> Réécrit le point de reprise : date du traitement, dernière
      *> étape réussie, statut E (en cours) ou T (terminé)
       EcrirePointReprise.

       open output fPtr
       move batDateRun to fPtr_dateRun
       move batPtrEtape to fPtr_etape
       move batPtrStatut to fPtr_statut
       write tamp_fPtr
       if cr_fPtr > 9 then
               move 1 to batErreur
               move "PointReprise.dat non écrit" to batMessage
       end-if
       close fPtr.

      *> Ajoute le compte rendu de l'étape batEtape au journal
      *> d'exécution et l'affiche
       EcrireLigneBatch.

       open extend fJbt
       move batDateRun to fJbt_date
       accept batHeure from time
       move batHeure to fJbt_heure
       move batEtape to fJbt_etape
       move batNomEtape to fJbt_nom
       if batErreur = 0 then
               move "OK" to fJbt_statut
       else
               move "ERREUR" to fJbt_statut
       end-if
       move batMessage to fJbt_message
       write tamp_fJbt
       close fJbt
       display "Étape ", batEtape, " ", batNomEtape, " : ",
       fJbt_statut, " ", batMessage.

      *> Compte rendu du dernier traitement de nuit pour le tableau
      *> de bord
       AfficherDernierTraitementNuit.

       move 0 to tdbBatDate
       open input fJbt
       if cr_fJbt = 0 then
               move 0 to tdbFin
               perform with test after until tdbFin = 1
                       read fJbt
                       at end move 1 to tdbFin
                       not at end
                               move fJbt_date to tdbBatDate
               end-read
               end-perform
               close fJbt
       end-if
       if tdbBatDate = 0 then
               display "Traitement de nuit : jamais lancé"
       else
               display "Dernier traitement de nuit (", tdbBatDate,
               ") :"
               open input fJbt
               move 0 to tdbFin
               perform with test after until tdbFin = 1
                       read fJbt
                       at end move 1 to tdbFin
                       not at end
                               if fJbt_date = tdbBatDate then
                                       display "  ", fJbt_etape, " ",
                                       fJbt_nom, " ", fJbt_statut,
                                       " ", fJbt_message
                               end-if
               end-read
               end-perform
               close fJbt
       end-if.

       AfficherListeEffets.

       MOVE 0 TO ListEffetsFin
