        *>Cette méthode regroupe le suivi du coffre de la boutique :
        *>versements du tiroir, remises d'espèces en banque avec
        *>leur bordereau, comptage du coffre et journal
        GERER_COFFRE.
                MOVE 0 TO choixMenuCoffre
                PERFORM WITH TEST AFTER UNTIL choixMenuCoffre = 0
                        DISPLAY "   -- COFFRE --"
                        DISPLAY "      -Versement du tiroir au ",
                            "coffre (1)"
                        DISPLAY "      -Remise d'especes en banque (2)"
                        DISPLAY "      -Comptage du coffre (3)"
                        DISPLAY "      -Journal du coffre (4)"
                        DISPLAY "      -Reediter un bordereau (5)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuCoffre
                        EVALUATE choixMenuCoffre
                            WHEN 1
                                PERFORM VERSER_AU_COFFRE
                            WHEN 2
                                PERFORM REMISE_BANQUE_ESPECES
                            WHEN 3
                                PERFORM COMPTER_COFFRE
                            WHEN 4
                                PERFORM LISTER_MOUVEMENTS_COFFRE
                            WHEN 5
                                PERFORM REEDITER_BORDEREAU_REMISE
                        END-EVALUATE
                END-PERFORM.

        *>Calcule dans coffreSolde le solde théorique du coffre de
        *>la boutique de travail : somme de tous ses mouvements
        CALCULER_SOLDE_COFFRE.
                MOVE 0 TO coffreSolde
                OPEN INPUT fcoffre
                MOVE 1 TO coffreFin
                PERFORM WITH TEST AFTER UNTIL coffreFin = 0
                    READ fcoffre NEXT
                    AT END MOVE 0 TO coffreFin
                    NOT AT END
                        MOVE cr_fcoffre TO statutFichierOp
                        MOVE "LECTURE COFFRE" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        IF co_site = siteLocal THEN
                            ADD co_montant TO coffreSolde
                        END-IF
                END-PERFORM
                CLOSE fcoffre.

        *>Saisit coupure par coupure les espèces qui changent de
        *>main, comme le comptage du tiroir : le détail reste dans
        *>cfNbCoupure et le total dans coffreMontant
        SAISIR_COUPURES_COFFRE.
                MOVE 0 TO coffreMontant
                PERFORM VARYING idxCoupure FROM 1 BY 1
                        UNTIL idxCoupure > 15
                    MOVE valeurCoupure(idxCoupure) TO prixEdite
                    DISPLAY "Nombre de coupures de ", prixEdite,
                        " EUR ?"
                    ACCEPT nbCoupureSaisie
                    MOVE nbCoupureSaisie TO cfNbCoupure(idxCoupure)
                    COMPUTE coffreMontant = coffreMontant +
                        nbCoupureSaisie * valeurCoupure(idxCoupure)
                END-PERFORM
                MOVE coffreMontant TO montantEdite
                DISPLAY "Total compte : ", montantEdite, " EUR".

        *>Remet à zéro le détail par coupure (mouvement sans
        *>comptage détaillé, comme le fond de caisse)
        RAZ_COUPURES_COFFRE.
                PERFORM VARYING idxCoupure FROM 1 BY 1
                        UNTIL idxCoupure > 15
                    MOVE 0 TO cfNbCoupure(idxCoupure)
                END-PERFORM.

        *>Ecrit un mouvement du coffre de la boutique : type
        *>coffreType, montant signé coffreMouvement, session
        *>coffreSession, référence coffreReference et détail
        *>cfNbCoupure renseignés par l'appelant ; le mouvement est
        *>daté du jour et porte le solde théorique qui en résulte
        ECRIRE_MVT_COFFRE.
                PERFORM CALCULER_SOLDE_COFFRE
                MOVE "COFFRE" TO cptCle
                PERFORM PROCHAIN_ID_COMPTEUR
                MOVE cptValeur TO co_id
                *>La référence d'une remise reprend le numéro du
                *>mouvement : elle est unique sans compteur à part
                IF coffreType = "B" THEN
                    MOVE cptValeur TO coffreNumRemise
                    MOVE SPACES TO coffreReference
                    STRING "RE" DELIMITED BY SIZE
                        coffreNumRemise DELIMITED BY SIZE
                        INTO coffreReference
                    END-STRING
                END-IF
                ACCEPT co_date FROM DATE YYYYMMDD
                MOVE coffreType TO co_type
                MOVE coffreMouvement TO co_montant
                COMPUTE co_solde = coffreSolde + coffreMouvement
                MOVE coffreSession TO co_session
                MOVE coffreReference TO co_reference
                MOVE 0 TO co_statut
                MOVE 0 TO co_dateRappro
                PERFORM VARYING idxCoupure FROM 1 BY 1
                        UNTIL idxCoupure > 15
                    MOVE cfNbCoupure(idxCoupure)
                        TO co_nbCoupure(idxCoupure)
                END-PERFORM
                MOVE siteLocal TO co_site
                MOVE operateurConnecte TO co_operateur
                OPEN I-O fcoffre
                WRITE tamp_fcoffre
                END-WRITE
                MOVE cr_fcoffre TO statutFichierOp
                MOVE "ECRITURE COFFRE" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fcoffre
                MOVE "COFFRE" TO journalFichier
                MOVE "ECRITURE" TO journalOperation
                MOVE co_id TO journalCle
                MOVE SPACES TO journalAvant
                MOVE tamp_fcoffre TO journalApres
                PERFORM JOURNALISER
                MOVE co_solde TO coffreSoldeEdite
                DISPLAY "Solde theorique du coffre : ",
                    coffreSoldeEdite, " EUR".

        *>Cette méthode verse au coffre une partie du tiroir en
        *>cours de journée : les espèces sortent de la session
        *>ouverte et entrent au coffre, coupure par coupure
        VERSER_AU_COFFRE.
                PERFORM CHERCHER_SESSION_CAISSE
                IF caisseOuverte = 0 THEN
                    DISPLAY "Aucune session de caisse ouverte : ",
                        "pas de versement possible"
                ELSE
                    DISPLAY "Especes versees au coffre :"
                    PERFORM SAISIR_COUPURES_COFFRE
                    IF coffreMontant = 0 THEN
                        DISPLAY "Rien a verser"
                    ELSE
                        COMPUTE mouvementCaisse = 0 - coffreMontant
                        PERFORM ENREGISTRER_MOUVEMENT_CAISSE
                        MOVE "V" TO coffreType
                        MOVE coffreMontant TO coffreMouvement
                        MOVE sessionCaisseEnCours TO coffreSession
                        MOVE SPACES TO coffreReference
                        PERFORM ECRIRE_MVT_COFFRE
                    END-IF
                END-IF.

        *>A la clôture, le contenu compté du tiroir (détail de la
        *>session courante) peut partir au coffre en un versement
        VERSER_TIROIR_CLOTURE.
                IF especesComptees > 0 THEN
                    DISPLAY "Verser le tiroir compte au coffre ",
                        "(1=oui, 2=non) ?"
                    ACCEPT coffreReponse
                    IF coffreReponse = 1 THEN
                        PERFORM VARYING idxCoupure FROM 1 BY 1
                                UNTIL idxCoupure > 15
                            MOVE cs_nbCoupure(idxCoupure)
                                TO cfNbCoupure(idxCoupure)
                        END-PERFORM
                        MOVE "V" TO coffreType
                        MOVE especesComptees TO coffreMouvement
                        MOVE cs_session TO coffreSession
                        MOVE SPACES TO coffreReference
                        PERFORM ECRIRE_MVT_COFFRE
                    END-IF
                END-IF.

        *>A l'ouverture, le fond de caisse peut être pris au coffre
        *>(cs_session et cs_fondOuverture de la nouvelle session)
        PRENDRE_FOND_AU_COFFRE.
                IF cs_fondOuverture > 0 THEN
                    DISPLAY "Fond de caisse pris au coffre ",
                        "(1=oui, 2=non) ?"
                    ACCEPT coffreReponse
                    IF coffreReponse = 1 THEN
                        PERFORM RAZ_COUPURES_COFFRE
                        MOVE "F" TO coffreType
                        COMPUTE coffreMouvement = 0 - cs_fondOuverture
                        MOVE cs_session TO coffreSession
                        MOVE SPACES TO coffreReference
                        PERFORM ECRIRE_MVT_COFFRE
                    END-IF
                END-IF.

        *>Cette méthode prépare une remise d'espèces en banque : les
        *>espèces sont comptées coupure par coupure, la remise sort
        *>du coffre sous une référence unique et le bordereau est
        *>édité pour accompagner le dépôt
        REMISE_BANQUE_ESPECES.
                PERFORM CALCULER_SOLDE_COFFRE
                MOVE coffreSolde TO coffreSoldeEdite
                DISPLAY "Solde theorique du coffre : ",
                    coffreSoldeEdite, " EUR"
                DISPLAY "Especes remises en banque :"
                PERFORM SAISIR_COUPURES_COFFRE
                MOVE 1 TO coffreReponse
                IF coffreMontant = 0 THEN
                    DISPLAY "Remise vide, abandon"
                    MOVE 2 TO coffreReponse
                END-IF
                IF coffreMontant > coffreSolde AND coffreReponse = 1
                THEN
                    DISPLAY "La remise depasse le solde theorique ",
                        "du coffre : confirmer (1=oui, 2=non) ?"
                    ACCEPT coffreReponse
                END-IF
                IF coffreReponse = 1 THEN
                    MOVE "B" TO coffreType
                    COMPUTE coffreMouvement = 0 - coffreMontant
                    MOVE 0 TO coffreSession
                    PERFORM ECRIRE_MVT_COFFRE
                    PERFORM EDITER_BORDEREAU_REMISE
                END-IF.

        *>Edite le bordereau de remise du mouvement courant
        *>(tamp_fcoffre) dans bordereauRemise.txt : une ligne par
        *>coupure remise, le total et la référence à reporter sur
        *>le bordereau de la banque
        EDITER_BORDEREAU_REMISE.
                MOVE "bordereauRemise.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "BORDEREAU DE REMISE D'ESPECES" TO rapportTitre
                MOVE "COUPURE        NOMBRE      MONTANT"
                    TO rapportColonnes
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                MOVE SPACES TO tamp_frapport
                STRING "Reference : " DELIMITED BY SIZE
                    co_reference DELIMITED BY SIZE
                    "  du " DELIMITED BY SIZE
                    co_date DELIMITED BY SIZE
                    "  site " DELIMITED BY SIZE
                    co_site DELIMITED BY SIZE
                    "  operateur " DELIMITED BY SIZE
                    co_operateur DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                PERFORM VARYING idxCoupure FROM 1 BY 1
                        UNTIL idxCoupure > 15
                    IF co_nbCoupure(idxCoupure) > 0 THEN
                        MOVE valeurCoupure(idxCoupure) TO prixEdite
                        COMPUTE coffreMontantLigne =
                            co_nbCoupure(idxCoupure) *
                            valeurCoupure(idxCoupure)
                        MOVE coffreMontantLigne TO coffreTotalEdite
                        MOVE SPACES TO tamp_frapport
                        STRING prixEdite DELIMITED BY SIZE
                            " EUR x  " DELIMITED BY SIZE
                            co_nbCoupure(idxCoupure)
                                DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            coffreTotalEdite DELIMITED BY SIZE
                            INTO tamp_frapport
                        END-STRING
                        PERFORM ECRIRE_LIGNE_EDITION
                    END-IF
                END-PERFORM
                COMPUTE coffreMontantLigne = 0 - co_montant
                MOVE coffreMontantLigne TO coffreTotalEdite
                MOVE SPACES TO tamp_frapport
                STRING "Total remis : " DELIMITED BY SIZE
                    coffreTotalEdite DELIMITED BY SIZE
                    " EUR     Signature :" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY "Remise ", co_reference, " de ",
                    coffreTotalEdite, " EUR, bordereau ecrit dans ",
                    nomRapport.

        *>Cette méthode réédite le bordereau d'une remise à partir
        *>de sa référence
        REEDITER_BORDEREAU_REMISE.
                DISPLAY "Reference de la remise (RE...) ?"
                ACCEPT coffreReference
                MOVE coffreReference TO co_reference
                OPEN INPUT fcoffre
                READ fcoffre KEY IS co_reference
                    INVALID KEY
                        DISPLAY "Remise inconnue"
                        MOVE 0 TO coffreFin
                    NOT INVALID KEY
                        MOVE 1 TO coffreFin
                END-READ
                CLOSE fcoffre
                IF coffreFin = 1 THEN
                    PERFORM EDITER_BORDEREAU_REMISE
                END-IF.

        *>Cette méthode compte le coffre coupure par coupure et
        *>affiche l'écart avec le solde théorique ; le comptage est
        *>enregistré (écart nul compris) et l'écart réaligne le
        *>solde théorique sur les espèces réellement présentes
        COMPTER_COFFRE.
                PERFORM CALCULER_SOLDE_COFFRE
                DISPLAY "Comptage du coffre par coupure :"
                PERFORM SAISIR_COUPURES_COFFRE
                COMPUTE coffreEcart = coffreMontant - coffreSolde
                MOVE coffreSolde TO coffreSoldeEdite
                DISPLAY "Solde theorique : ", coffreSoldeEdite, " EUR"
                MOVE coffreEcart TO coffreSoldeEdite
                DISPLAY "Ecart du coffre : ", coffreSoldeEdite, " EUR"
                MOVE "E" TO coffreType
                MOVE coffreEcart TO coffreMouvement
                MOVE 0 TO coffreSession
                MOVE SPACES TO coffreReference
                PERFORM ECRIRE_MVT_COFFRE.

        *>Cette méthode affiche le journal du coffre de la boutique
        *>de travail avec le solde théorique après chaque mouvement
        LISTER_MOUVEMENTS_COFFRE.
                DISPLAY "======= JOURNAL DU COFFRE (site ", siteLocal,
                    ") ======="
                OPEN INPUT fcoffre
                MOVE 1 TO coffreFin
                PERFORM WITH TEST AFTER UNTIL coffreFin = 0
                    READ fcoffre NEXT
                    AT END MOVE 0 TO coffreFin
                    NOT AT END
                        IF co_site = siteLocal THEN
                            EVALUATE co_type
                                WHEN "V"
                                    MOVE "VERSEMENT" TO coffreLibelle
                                WHEN "F"
                                    MOVE "FOND CAISSE" TO coffreLibelle
                                WHEN "B"
                                    MOVE "REMISE BQUE" TO coffreLibelle
                                WHEN "E"
                                    MOVE "ECART COMPT." TO coffreLibelle
                                WHEN OTHER
                                    MOVE co_type TO coffreLibelle
                            END-EVALUATE
                            MOVE co_montant TO montantEditeSigne
                            MOVE co_solde TO coffreSoldeEdite
                            DISPLAY co_date, " ", coffreLibelle, " ",
                                montantEditeSigne, " solde ",
                                coffreSoldeEdite, " ", co_reference
                        END-IF
                END-PERFORM
                CLOSE fcoffre
                DISPLAY "=====================================".

        *>Ecritures des remises d'espèces de la période : la banque
        *>est débitée et la caisse créditée, sous la référence de
        *>la remise que le relevé bancaire fera apparaître
        EMETTRE_REMISES_COMPTA.
                OPEN INPUT fcoffre
                MOVE 1 TO coffreFin
                PERFORM WITH TEST AFTER UNTIL coffreFin = 0
                    READ fcoffre NEXT
                    AT END MOVE 0 TO coffreFin
                    NOT AT END
                        IF co_type = "B" AND
                           co_date NOT < dateDebut AND
                           co_date NOT > dateFin THEN
                            MOVE co_date TO jourCompta
                            MOVE SPACES TO lc_libelle
                            STRING "REMISE " DELIMITED BY SIZE
                                co_reference DELIMITED BY SPACE
                                INTO lc_libelle
                            END-STRING
                            COMPUTE coffreMontantLigne = 0 - co_montant
                            MOVE cptNumBanque TO lc_compte
                            MOVE coffreMontantLigne TO lc_debit
                            MOVE 0 TO lc_credit
                            PERFORM ECRIRE_LIGNE_COMPTA
                            MOVE cptNumCaisse TO lc_compte
                            MOVE 0 TO lc_debit
                            MOVE coffreMontantLigne TO lc_credit
                            PERFORM ECRIRE_LIGNE_COMPTA
                        END-IF
                END-PERFORM
                CLOSE fcoffre.
