        *>Cette méthode édite la prévision de trésorerie des 4 à 12
        *>semaines à venir, semaine par semaine, dans
        *>tresorerie.txt : partant du dernier solde rapproché et des
        *>mouvements passés depuis, elle ajoute les recettes
        *>attendues (moyenne des encaissements par jour de semaine)
        *>et l'encours d'ardoise, et retire les factures
        *>fournisseurs à leur échéance, les commandes ouvertes pas
        *>encore facturées, les parts dues aux consignataires du
        *>dépôt-vente et les avoirs et cartes cadeaux qui peuvent
        *>encore être dépensés ; les semaines sous le seuil de
        *>sécurité sont signalées
        PREVISION_TRESORERIE.
                IF operateurRole NOT = 1 THEN
                    DISPLAY "La prevision de tresorerie est reservee ",
                        "au gerant"
                ELSE
                    MOVE 0 TO tresoNbSemaines
                    PERFORM WITH TEST AFTER UNTIL tresoNbSemaines > 3
                            AND tresoNbSemaines < 13
                        DISPLAY "Nombre de semaines a prevoir ",
                            "(4 a 12) ?"
                        ACCEPT tresoNbSemaines
                    END-PERFORM
                    DISPLAY "Seuil de securite du compte (EUR) ?"
                    ACCEPT tresoSeuil
                    DISPLAY "Delai de paiement des commandes ",
                        "fournisseurs (jours apres la commande) ?"
                    ACCEPT tresoDelaiCde
                    ACCEPT tresoAujourdhui FROM DATE YYYYMMDD
                    PERFORM CHERCHER_SOLDE_RAPPROCHE
                    PERFORM PREPARER_SEMAINES_TRESO
                    PERFORM CUMULER_DEPUIS_RAPPROCHE
                    PERFORM PREVOIR_RECETTES_TRESO
                    PERFORM PREVOIR_ARDOISE_TRESO
                    PERFORM PREVOIR_FACTURES_TRESO
                    PERFORM PREVOIR_COMMANDES_TRESO
                    PERFORM PREVOIR_DEPOTS_TRESO
                    PERFORM PREVOIR_AVOIRS_TRESO
                    PERFORM EDITER_PREVISION_TRESO
                END-IF.

        *>Dernier solde rapproché mémorisé par l'état de
        *>rapprochement ; à défaut, le solde du jour est demandé
        CHERCHER_SOLDE_RAPPROCHE.
                MOVE 0 TO tresoSoldeTrouve
                OPEN INPUT fsoldesBq
                MOVE 1 TO tresoFin
                PERFORM WITH TEST AFTER UNTIL tresoFin = 0
                    READ fsoldesBq NEXT
                    AT END MOVE 0 TO tresoFin
                    NOT AT END
                        MOVE 1 TO tresoSoldeTrouve
                        MOVE sb_dateReleve TO tresoDateSolde
                        MOVE sb_soldeRapproche TO tresoSoldeRapproche
                END-PERFORM
                CLOSE fsoldesBq
                IF tresoSoldeTrouve = 1 THEN
                    MOVE tresoSoldeRapproche TO montantEditeSigne
                    DISPLAY "Dernier solde rapproche, au ",
                        tresoDateSolde, " : ", montantEditeSigne,
                        " EUR"
                ELSE
                    DISPLAY "Aucun etat de rapprochement : solde ",
                        "bancaire du jour ?"
                    ACCEPT bkMontantLigne
                    DISPLAY "Solde crediteur (1) ou debiteur (2) ?"
                    ACCEPT tresoReponse
                    IF tresoReponse = 2 THEN
                        COMPUTE tresoSoldeRapproche =
                            0 - bkMontantLigne
                    ELSE
                        MOVE bkMontantLigne TO tresoSoldeRapproche
                    END-IF
                    MOVE tresoAujourdhui TO tresoDateSolde
                END-IF.

        *>Découpe l'horizon en semaines de sept jours à partir
        *>d'aujourd'hui
        PREPARER_SEMAINES_TRESO.
                MOVE tresoAujourdhui TO tresoDateCalc
                PERFORM VARYING tresoIdx FROM 1 BY 1
                        UNTIL tresoIdx > tresoNbSemaines
                    MOVE tresoDateCalc TO ts_debut(tresoIdx)
                    PERFORM AVANCER_JOUR_TRESO 6 TIMES
                    MOVE tresoDateCalc TO ts_fin(tresoIdx)
                    PERFORM AVANCER_JOUR_TRESO
                    MOVE 0 TO ts_recettes(tresoIdx)
                    MOVE 0 TO ts_ardoise(tresoIdx)
                    MOVE 0 TO ts_factures(tresoIdx)
                    MOVE 0 TO ts_commandes(tresoIdx)
                    MOVE 0 TO ts_depots(tresoIdx)
                    MOVE 0 TO ts_avoirs(tresoIdx)
                    MOVE 0 TO ts_solde(tresoIdx)
                END-PERFORM.

        *>Avance tresoDateCalc d'un jour calendaire
        AVANCER_JOUR_TRESO.
                ADD 1 TO tresoCalcJour
                COMPUTE agFinMois = tresoCalcAnnee * 100
                    + tresoCalcMois
                PERFORM CALCULER_FIN_DE_MOIS
                IF tresoCalcJour > agDernierJour THEN
                    MOVE 1 TO tresoCalcJour
                    ADD 1 TO tresoCalcMois
                    IF tresoCalcMois > 12 THEN
                        MOVE 1 TO tresoCalcMois
                        ADD 1 TO tresoCalcAnnee
                    END-IF
                END-IF.

        *>Range la date tresoDate dans sa semaine (tresoSem) : ce
        *>qui est déjà échu tombe en première semaine, ce qui est
        *>au-delà de l'horizon n'est pas compté (tresoSem à 0)
        PLACER_DATE_TRESO.
                MOVE 0 TO tresoSem
                IF tresoDate < ts_debut(1) THEN
                    MOVE 1 TO tresoSem
                ELSE
                    PERFORM VARYING tresoIdx FROM 1 BY 1
                            UNTIL tresoIdx > tresoNbSemaines
                        IF tresoDate NOT < ts_debut(tresoIdx) AND
                           tresoDate NOT > ts_fin(tresoIdx) THEN
                            MOVE tresoIdx TO tresoSem
                        END-IF
                    END-PERFORM
                END-IF.

        *>Ce qui a bougé en banque depuis la date du solde
        *>rapproché jusqu'à hier : encaissements en espèces, carte
        *>et chèque (les espèces partent en banque par le coffre)
        *>et opérations hors caisse enregistrées (paiements de
        *>factures, virements d'ardoise)
        CUMULER_DEPUIS_RAPPROCHE.
                MOVE 0 TO tresoDepuis
                OPEN INPUT freglements
                MOVE 1 TO tresoFin
                PERFORM WITH TEST AFTER UNTIL tresoFin = 0
                    READ freglements NEXT
                    AT END MOVE 0 TO tresoFin
                    NOT AT END
                        IF rg_date > tresoDateSolde AND
                           rg_date < tresoAujourdhui AND
                           (rg_mode = 1 OR rg_mode = 2 OR
                            rg_mode = 4) THEN
                            ADD rg_montant TO tresoDepuis
                        END-IF
                END-PERFORM
                CLOSE freglements
                OPEN INPUT foperationsBq
                MOVE 1 TO tresoFin
                PERFORM WITH TEST AFTER UNTIL tresoFin = 0
                    READ foperationsBq NEXT
                    AT END MOVE 0 TO tresoFin
                    NOT AT END
                        IF ob_date > tresoDateSolde THEN
                            ADD ob_montant TO tresoDepuis
                        END-IF
                END-PERFORM
                CLOSE foperationsBq.

        *>Recettes attendues : moyenne par jour de semaine des
        *>encaissements (espèces, carte, chèque) des huit dernières
        *>semaines ; une semaine compte chaque jour une fois
        PREVOIR_RECETTES_TRESO.
                PERFORM VARYING tresoIdx FROM 1 BY 1 UNTIL tresoIdx > 7
                    MOVE 0 TO tresoMoyJour(tresoIdx)
                END-PERFORM
                MOVE tresoAujourdhui TO bkDateCalc
                PERFORM RECULER_JOUR_BANQUE 56 TIMES
                MOVE bkDateCalc TO tresoDateBas
                OPEN INPUT freglements
                MOVE 1 TO tresoFin
                PERFORM WITH TEST AFTER UNTIL tresoFin = 0
                    READ freglements NEXT
                    AT END MOVE 0 TO tresoFin
                    NOT AT END
                        IF rg_date NOT < tresoDateBas AND
                           rg_date < tresoAujourdhui AND
                           (rg_mode = 1 OR rg_mode = 2 OR
                            rg_mode = 4) THEN
                            MOVE rg_date TO affDate
                            PERFORM CALCULER_JOUR_SEMAINE
                            ADD rg_montant
                                TO tresoMoyJour(jourSemaineW)
                        END-IF
                END-PERFORM
                CLOSE freglements
                MOVE 0 TO tresoRecettesSemaine
                PERFORM VARYING tresoIdx FROM 1 BY 1 UNTIL tresoIdx > 7
                    COMPUTE tresoMoyJour(tresoIdx) ROUNDED =
                        tresoMoyJour(tresoIdx) / 8
                    ADD tresoMoyJour(tresoIdx) TO tresoRecettesSemaine
                END-PERFORM
                PERFORM VARYING tresoIdx FROM 1 BY 1
                        UNTIL tresoIdx > tresoNbSemaines
                    MOVE tresoRecettesSemaine TO ts_recettes(tresoIdx)
                END-PERFORM.

        *>L'ardoise se règle sur le relevé mensuel : l'encours des
        *>comptes clients est attendu la semaine de la fin du mois
        PREVOIR_ARDOISE_TRESO.
                PERFORM CALCULER_FIN_MOIS_TRESO
                MOVE tresoFinMois TO tresoDate
                PERFORM PLACER_DATE_TRESO
                IF tresoSem > 0 THEN
                    OPEN INPUT fcomptesCli
                    MOVE 1 TO tresoFin
                    PERFORM WITH TEST AFTER UNTIL tresoFin = 0
                        READ fcomptesCli NEXT
                        AT END MOVE 0 TO tresoFin
                        NOT AT END
                            ADD ar_solde TO ts_ardoise(tresoSem)
                    END-PERFORM
                    CLOSE fcomptesCli
                END-IF.

        *>Dernier jour du mois en cours, dans tresoFinMois
        CALCULER_FIN_MOIS_TRESO.
                COMPUTE agFinMois = tresoAujourdhui / 100
                PERFORM CALCULER_FIN_DE_MOIS
                COMPUTE tresoFinMois = agFinMois * 100
                    + agDernierJour.

        *>Reste à payer des factures fournisseurs, à leur échéance
        PREVOIR_FACTURES_TRESO.
                OPEN INPUT ffacturesF
                MOVE 1 TO tresoFin
                PERFORM WITH TEST AFTER UNTIL tresoFin = 0
                    READ ffacturesF NEXT
                    AT END MOVE 0 TO tresoFin
                    NOT AT END
                        IF ff_ligne = 0 AND ff_statut < 2 THEN
                            MOVE ff_dateEcheance TO tresoDate
                            PERFORM PLACER_DATE_TRESO
                            IF tresoSem > 0 THEN
                                COMPUTE ts_factures(tresoSem) =
                                    ts_factures(tresoSem)
                                    + ff_montantTotal - ff_montantPaye
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE ffacturesF.

        *>Commandes fournisseurs ouvertes qu'aucune facture ne
        *>reprend encore : les quantités non annulées au prix
        *>convenu, payables le délai fournisseur après la commande
        PREVOIR_COMMANDES_TRESO.
                MOVE 0 TO tresoNbCdeFact
                MOVE 0 TO tresoCdeSature
                OPEN INPUT ffacturesF
                MOVE 1 TO tresoFin
                PERFORM WITH TEST AFTER UNTIL tresoFin = 0
                    READ ffacturesF NEXT
                    AT END MOVE 0 TO tresoFin
                    NOT AT END
                        IF ff_ligne = 0 AND ff_numeroCommande > 0 THEN
                            IF tresoNbCdeFact < 500 THEN
                                ADD 1 TO tresoNbCdeFact
                                MOVE ff_numeroCommande
                                    TO tresoCdeFact(tresoNbCdeFact)
                            ELSE
                                MOVE 1 TO tresoCdeSature
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE ffacturesF
                IF tresoCdeSature = 1 THEN
                    DISPLAY "ATTENTION : plus de 500 commandes ",
                        "facturees, commandes en partie comptees"
                END-IF
                MOVE 0 TO tresoCdeRetenue
                OPEN INPUT fcommandesF
                MOVE 1 TO tresoFin
                PERFORM WITH TEST AFTER UNTIL tresoFin = 0
                    READ fcommandesF NEXT
                    AT END MOVE 0 TO tresoFin
                    NOT AT END
                        IF cf_ligne = 0 THEN
                            PERFORM RETENIR_COMMANDE_TRESO
                        ELSE
                            IF tresoCdeRetenue = 1 AND
                               cf_numero = tresoNumCde AND
                               cf_qteCommandee > cf_qteAnnulee THEN
                                COMPUTE ts_commandes(tresoSem) =
                                    ts_commandes(tresoSem)
                                    + (cf_qteCommandee - cf_qteAnnulee)
                                    * cf_prixConvenu
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fcommandesF.

        *>Sur l'entête d'une commande : elle est retenue si elle est
        *>ouverte ou partiellement reçue, absente des factures, et
        *>payable dans l'horizon (tresoSem est alors sa semaine)
        RETENIR_COMMANDE_TRESO.
                MOVE 0 TO tresoCdeRetenue
                MOVE cf_numero TO tresoNumCde
                IF cf_statut < 2 THEN
                    MOVE 1 TO tresoCdeRetenue
                    PERFORM VARYING tresoIdxCde FROM 1 BY 1
                            UNTIL tresoIdxCde > tresoNbCdeFact
                        IF tresoCdeFact(tresoIdxCde) = cf_numero THEN
                            MOVE 0 TO tresoCdeRetenue
                        END-IF
                    END-PERFORM
                END-IF
                IF tresoCdeRetenue = 1 THEN
                    MOVE cf_dateCommande TO tresoDateCalc
                    PERFORM AVANCER_JOUR_TRESO tresoDelaiCde TIMES
                    MOVE tresoDateCalc TO tresoDate
                    PERFORM PLACER_DATE_TRESO
                    IF tresoSem = 0 THEN
                        MOVE 0 TO tresoCdeRetenue
                    END-IF
                END-IF.

        *>Parts des consignataires sur les ventes de dépôt-vente pas
        *>encore réglées (vivantes et archivées), calculées comme le
        *>relevé des dépôts et versées au relevé de fin de mois
        PREVOIR_DEPOTS_TRESO.
                PERFORM CALCULER_FIN_MOIS_TRESO
                MOVE tresoFinMois TO tresoDate
                PERFORM PLACER_DATE_TRESO
                IF tresoSem > 0 THEN
                    OPEN INPUT fdepots
                    OPEN INPUT fventes
                    MOVE 1 TO tresoFin
                    PERFORM WITH TEST AFTER UNTIL tresoFin = 0
                        READ fventes NEXT
                        AT END MOVE 0 TO tresoFin
                        NOT AT END
                            IF (fv_statut = 0 OR fv_statut = 2) AND
                               fv_depotRegle = 0 THEN
                                MOVE fv_titreComics TO dp_titre
                                READ fdepots
                                    INVALID KEY CONTINUE
                                    NOT INVALID KEY
                                        IF dp_mode = "P" THEN
                                            COMPUTE depotDu ROUNDED =
                                              fv_prixVente * fv_quantite
                                              * dp_valeur / 100
                                        ELSE
                                            COMPUTE depotDu =
                                              fv_quantite * dp_valeur
                                        END-IF
                                        ADD depotDu
                                            TO ts_depots(tresoSem)
                                END-READ
                            END-IF
                    END-PERFORM
                    CLOSE fventes
                    OPEN INPUT fventesArchive
                    MOVE 1 TO tresoFin
                    PERFORM WITH TEST AFTER UNTIL tresoFin = 0
                        READ fventesArchive NEXT
                        AT END MOVE 0 TO tresoFin
                        NOT AT END
                            IF (fva_statut = 0 OR fva_statut = 2) AND
                               fva_depotRegle = 0 THEN
                                MOVE fva_titreComics TO dp_titre
                                READ fdepots
                                    INVALID KEY CONTINUE
                                    NOT INVALID KEY
                                        IF dp_mode = "P" THEN
                                            COMPUTE depotDu ROUNDED =
                                              fva_prixVente
                                              * fva_quantite
                                              * dp_valeur / 100
                                        ELSE
                                            COMPUTE depotDu =
                                              fva_quantite * dp_valeur
                                        END-IF
                                        ADD depotDu
                                            TO ts_depots(tresoSem)
                                END-READ
                            END-IF
                    END-PERFORM
                    CLOSE fventesArchive
                    CLOSE fdepots
                END-IF.

        *>Avoirs et cartes cadeaux encore valables : leur solde peut
        *>être dépensé à la place d'un encaissement ; il est réparti
        *>à parts égales sur les semaines jusqu'à son expiration
        PREVOIR_AVOIRS_TRESO.
                OPEN INPUT favoirs
                MOVE 1 TO tresoFin
                PERFORM WITH TEST AFTER UNTIL tresoFin = 0
                    READ favoirs NEXT
                    AT END MOVE 0 TO tresoFin
                    NOT AT END
                        IF av_solde > 0 AND
                           (av_dateExpiration = 0 OR
                            av_dateExpiration NOT < tresoAujourdhui)
                        THEN
                            MOVE av_solde TO tresoMontant
                            MOVE av_dateExpiration TO tresoDate
                            PERFORM REPARTIR_AVOIR_TRESO
                        END-IF
                END-PERFORM
                CLOSE favoirs
                OPEN INPUT fcartesKdo
                MOVE 1 TO tresoFin
                PERFORM WITH TEST AFTER UNTIL tresoFin = 0
                    READ fcartesKdo NEXT
                    AT END MOVE 0 TO tresoFin
                    NOT AT END
                        IF kd_solde > 0 AND
                           (kd_dateExpiration = 0 OR
                            kd_dateExpiration NOT < tresoAujourdhui)
                        THEN
                            MOVE kd_solde TO tresoMontant
                            MOVE kd_dateExpiration TO tresoDate
                            PERFORM REPARTIR_AVOIR_TRESO
                        END-IF
                END-PERFORM
                CLOSE fcartesKdo.

        *>Répartit tresoMontant de la première semaine à celle de
        *>l'expiration tresoDate (la dernière de l'horizon si elle
        *>expire au-delà, ou n'expire pas) ; l'arrondi va sur la
        *>dernière semaine
        REPARTIR_AVOIR_TRESO.
                MOVE tresoNbSemaines TO tresoDerniere
                IF tresoDate > 0 THEN
                    PERFORM PLACER_DATE_TRESO
                    IF tresoSem > 0 THEN
                        MOVE tresoSem TO tresoDerniere
                    END-IF
                END-IF
                COMPUTE tresoPart = tresoMontant / tresoDerniere
                PERFORM VARYING tresoIdx FROM 1 BY 1
                        UNTIL tresoIdx > tresoDerniere
                    ADD tresoPart TO ts_avoirs(tresoIdx)
                END-PERFORM
                COMPUTE ts_avoirs(tresoDerniere) =
                    ts_avoirs(tresoDerniere) + tresoMontant
                    - tresoPart * tresoDerniere.

        *>Edite tresorerie.txt : le point de départ, puis par
        *>semaine les entrées, les sorties et le solde prévu, avec
        *>le détail par origine ; une semaine sous le seuil de
        *>sécurité est marquée et rappelée à l'écran
        EDITER_PREVISION_TRESO.
                COMPUTE tresoSolde = tresoSoldeRapproche + tresoDepuis
                MOVE tresoSolde TO tresoSoldeMini
                MOVE 0 TO tresoNbSousSeuil
                MOVE "tresorerie.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE SPACES TO rapportTitre
                STRING "PREVISION DE TRESORERIE SUR " DELIMITED BY SIZE
                    tresoNbSemaines DELIMITED BY SIZE
                    " SEMAINES" DELIMITED BY SIZE
                    INTO rapportTitre
                END-STRING
                MOVE "SEMAINE  ENTREES  SORTIES  SOLDE PREVU"
                    TO rapportColonnes
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                MOVE tresoSoldeRapproche TO montantEditeSigne
                MOVE SPACES TO tamp_frapport
                STRING "Solde rapproche au " DELIMITED BY SIZE
                    tresoDateSolde DELIMITED BY SIZE
                    " : " DELIMITED BY SIZE
                    montantEditeSigne DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE tresoDepuis TO montantEditeSigne
                MOVE SPACES TO tamp_frapport
                STRING "Mouvements passes depuis : " DELIMITED BY SIZE
                    montantEditeSigne DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE tresoSolde TO montantEditeSigne
                MOVE SPACES TO tamp_frapport
                STRING "Solde de depart au " DELIMITED BY SIZE
                    tresoAujourdhui DELIMITED BY SIZE
                    " : " DELIMITED BY SIZE
                    montantEditeSigne DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE tresoSeuil TO montantEdite
                MOVE SPACES TO tamp_frapport
                STRING "Seuil de securite : " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                PERFORM VARYING tresoSem FROM 1 BY 1
                        UNTIL tresoSem > tresoNbSemaines
                    PERFORM EDITER_SEMAINE_TRESO
                END-PERFORM
                MOVE tresoSoldeMini TO montantEditeSigne
                MOVE SPACES TO tamp_frapport
                STRING "Solde le plus bas : " DELIMITED BY SIZE
                    montantEditeSigne DELIMITED BY SIZE
                    " EUR, " DELIMITED BY SIZE
                    tresoNbSousSeuil DELIMITED BY SIZE
                    " semaine(s) sous le seuil" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY "Solde le plus bas : ", montantEditeSigne,
                    " EUR, ", tresoNbSousSeuil,
                    " semaine(s) sous le seuil"
                DISPLAY "Prevision ecrite dans ", nomRapport.

        EDITER_SEMAINE_TRESO.
                COMPUTE tresoEntrees = ts_recettes(tresoSem)
                    + ts_ardoise(tresoSem)
                COMPUTE tresoSorties = ts_factures(tresoSem)
                    + ts_commandes(tresoSem) + ts_depots(tresoSem)
                    + ts_avoirs(tresoSem)
                COMPUTE tresoSolde = tresoSolde + tresoEntrees
                    - tresoSorties
                MOVE tresoSolde TO ts_solde(tresoSem)
                IF tresoSolde < tresoSoldeMini THEN
                    MOVE tresoSolde TO tresoSoldeMini
                END-IF
                MOVE tresoEntrees TO tresoEdite1
                MOVE tresoSorties TO tresoEdite2
                MOVE tresoSolde TO montantEditeSigne
                MOVE SPACES TO tamp_frapport
                IF tresoSolde < tresoSeuil THEN
                    ADD 1 TO tresoNbSousSeuil
                    STRING "S" DELIMITED BY SIZE
                        tresoSem DELIMITED BY SIZE
                        " du " DELIMITED BY SIZE
                        ts_debut(tresoSem) DELIMITED BY SIZE
                        " au " DELIMITED BY SIZE
                        ts_fin(tresoSem) DELIMITED BY SIZE
                        " : entrees " DELIMITED BY SIZE
                        tresoEdite1 DELIMITED BY SIZE
                        ", sorties " DELIMITED BY SIZE
                        tresoEdite2 DELIMITED BY SIZE
                        ", solde " DELIMITED BY SIZE
                        montantEditeSigne DELIMITED BY SIZE
                        "  *** SOUS LE SEUIL ***" DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                    DISPLAY "Semaine du ", ts_debut(tresoSem),
                        " : solde prevu ", montantEditeSigne,
                        " EUR SOUS LE SEUIL"
                ELSE
                    STRING "S" DELIMITED BY SIZE
                        tresoSem DELIMITED BY SIZE
                        " du " DELIMITED BY SIZE
                        ts_debut(tresoSem) DELIMITED BY SIZE
                        " au " DELIMITED BY SIZE
                        ts_fin(tresoSem) DELIMITED BY SIZE
                        " : entrees " DELIMITED BY SIZE
                        tresoEdite1 DELIMITED BY SIZE
                        ", sorties " DELIMITED BY SIZE
                        tresoEdite2 DELIMITED BY SIZE
                        ", solde " DELIMITED BY SIZE
                        montantEditeSigne DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                END-IF
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE ts_recettes(tresoSem) TO tresoEdite1
                MOVE ts_ardoise(tresoSem) TO tresoEdite2
                MOVE SPACES TO tamp_frapport
                STRING "    recettes " DELIMITED BY SIZE
                    tresoEdite1 DELIMITED BY SIZE
                    "   ardoise " DELIMITED BY SIZE
                    tresoEdite2 DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE ts_factures(tresoSem) TO tresoEdite1
                MOVE ts_commandes(tresoSem) TO tresoEdite2
                MOVE SPACES TO tamp_frapport
                STRING "    factures " DELIMITED BY SIZE
                    tresoEdite1 DELIMITED BY SIZE
                    "   commandes " DELIMITED BY SIZE
                    tresoEdite2 DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE ts_depots(tresoSem) TO tresoEdite1
                MOVE ts_avoirs(tresoSem) TO tresoEdite2
                MOVE SPACES TO tamp_frapport
                STRING "    depots " DELIMITED BY SIZE
                    tresoEdite1 DELIMITED BY SIZE
                    "   avoirs et cartes " DELIMITED BY SIZE
                    tresoEdite2 DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION.
