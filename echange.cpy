        *>Cette méthode échange au comptoir un article d'un ticket
        *>déjà encaissé contre d'autres titres, sans remboursement
        *>suivi d'une revente : la ligne rendue repasse en stock et
        *>sa valeur paie les nouveaux articles, seule la différence
        *>est réglée (dans un sens ou dans l'autre) ; les points
        *>déjà gagnés ne sont pas repris, les deux tickets sont liés
        *>par fv_ticketEchange
        ECHANGE_VENTE.
                PERFORM TESTER_FICHIERS_PARTAGES
                IF partageAccessible = 0 THEN
                    DISPLAY "Fichiers partages inaccessibles : ",
                        "l'echange attendra le retour du reseau"
                ELSE
                    ACCEPT dateTri FROM DATE YYYYMMDD
                    MOVE dateTri TO calDateControle
                    PERFORM CONTROLER_JOURNEE
                    IF journeeOuverte = 0 THEN
                        DISPLAY "La journee du ", dateTri,
                            " n'est pas ouverte, echange refuse"
                    ELSE
                        MOVE dateTri TO pvDateControle
                        PERFORM VERIFIER_PERIODE_VERROUILLEE
                        IF periodeVerrouillee = 1 THEN
                            DISPLAY "Le mois courant est verrouille ",
                                "en comptabilite, echange refuse"
                        ELSE
                            PERFORM CHOISIR_LIGNE_ECHANGE
                            IF echTrouve = 1 THEN
                                PERFORM TRAITER_ECHANGE
                            END-IF
                        END-IF
                    END-IF
                END-IF.

        *>Liste les lignes du ticket d'origine (clé fv_ticket) et
        *>fait choisir celle que le client rapporte : une ligne
        *>vendue (statut 0 ou 2) du ticket, hors composant de
        *>coffret (le coffret se rembourse entier)
        CHOISIR_LIGNE_ECHANGE.
                MOVE 0 TO echTrouve
                DISPLAY "Numero du ticket d'origine ?"
                ACCEPT echTicketOrigine
                MOVE 0 TO echNbLignes
                OPEN INPUT fventes
                MOVE echTicketOrigine TO fv_ticket
                START fventes KEY IS = fv_ticket
                    INVALID KEY MOVE 0 TO echFin
                    NOT INVALID KEY
                        MOVE 1 TO echFin
                        PERFORM WITH TEST AFTER UNTIL echFin = 0
                            READ fventes NEXT
                            AT END MOVE 0 TO echFin
                            NOT AT END
                                IF fv_ticket NOT = echTicketOrigine
                                THEN
                                    MOVE 0 TO echFin
                                ELSE
                                    IF (fv_statut = 0 OR
                                        fv_statut = 2) AND
                                       fv_coffret = SPACES THEN
                                        ADD 1 TO echNbLignes
                                        MOVE fv_prixVente TO prixEdite
                                        DISPLAY "  Ligne ", fv_id,
                                            " : ", fv_titreComics,
                                            " x", fv_quantite,
                                            " a ", prixEdite
                                    END-IF
                                END-IF
                            END-READ
                        END-PERFORM
                END-START
                IF echNbLignes = 0 THEN
                    DISPLAY "Aucune ligne echangeable sur ce ticket"
                ELSE
                    DISPLAY "Id de la ligne rapportee ?"
                    ACCEPT idVente
                    MOVE idVente TO fv_id
                    MOVE 0 TO fv_statut
                    READ fventes
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE 1 TO echTrouve
                    END-READ
                    IF echTrouve = 0 THEN
                        MOVE idVente TO fv_id
                        MOVE 2 TO fv_statut
                        READ fventes
                            INVALID KEY CONTINUE
                            NOT INVALID KEY MOVE 1 TO echTrouve
                        END-READ
                    END-IF
                    MOVE cr_fventes TO statutFichierOp
                    MOVE "LECTURE VENTE" TO statutFichierLibelle
                    PERFORM VERIFIER_STATUT_FICHIER
                    IF echTrouve = 1 AND
                       (fv_ticket NOT = echTicketOrigine OR
                        fv_coffret NOT = SPACES) THEN
                        MOVE 0 TO echTrouve
                    END-IF
                    IF echTrouve = 0 THEN
                        DISPLAY "Cette ligne n'est pas echangeable ",
                            "sur ce ticket"
                    ELSE
                        MOVE fv_statut TO echStatut
                        MOVE fv_titreComics TO echTitre
                        MOVE fv_quantite TO echQte
                        MOVE fv_client TO echClient
                        COMPUTE echValeurReprise =
                            fv_prixVente * fv_quantite
                        *>La part payée en points, par avoir ou par
                        *>un acompte ne ressortira qu'en avoir
                        MOVE fv_regleAutrement TO echRegleOrigine
                        MOVE echValeurReprise TO montantEdite
                        DISPLAY "Reprise de ", echTitre, " x", echQte,
                            " pour ", montantEdite, " EUR"
                    END-IF
                END-IF
                CLOSE fventes.

        *>Saisie des nouveaux articles comme un ticket ordinaire
        *>(stock, prix du jour, promotions, loi Lang), puis
        *>règlement de la seule différence et reprise de la ligne
        *>rendue
        TRAITER_ECHANGE.
                MOVE echClient TO idVerifClient
                MOVE 0 TO nbLignesTicket
                MOVE 0 TO ticketTotal
                MOVE 0 TO evenementTicket
                PERFORM CHARGER_TYPE_CLIENT_LANG
                DISPLAY "Articles remis en echange :"
                MOVE 1 TO choixAutreLigne
                PERFORM WITH TEST AFTER UNTIL choixAutreLigne NOT = 1
                        OR nbLignesTicket = 20
                    PERFORM SAISIR_LIGNE_TICKET
                    IF nbLignesTicket < 20 THEN
                        DISPLAY "Ajouter un autre titre en echange ",
                            "(1=oui, 2=non) ?"
                        ACCEPT choixAutreLigne
                    END-IF
                END-PERFORM
                IF nbLignesTicket = 0 THEN
                    DISPLAY "Aucun article remis : echange abandonne ",
                        "(faites un remboursement)"
                ELSE
                    MOVE "TICKET" TO cptCle
                    PERFORM PROCHAIN_ID_COMPTEUR
                    MOVE cptValeur TO idTicket
                    DISPLAY "Numero de ticket attribue : ", idTicket
                    MOVE dateTri TO echDate
                    MOVE 0 TO pointsUtilises
                    MOVE 0 TO remisePoints
                    MOVE 0 TO montantAvoirUtilise
                    MOVE 0 TO montantCarteUtilisee
                    MOVE 0 TO montantAcompteUtilise
                    MOVE 0 TO montantCarteVendue
                    MOVE 0 TO montantEspecesTicket
                    MOVE 0 TO montantCarteTicket
                    MOVE 0 TO montantChequeTicket
                    MOVE 0 TO montantCompteTicket
                    MOVE 0 TO dgGerant
                    MOVE 0 TO echRendu
                    MOVE 0 TO echRenduLibre
                    MOVE 0 TO echRenduAvoir
                    MOVE 3 TO echModeRendu
                    IF ticketTotal > echValeurReprise THEN
                        *>Le client complète : la différence se
                        *>règle dans les modes habituels
                        MOVE echValeurReprise TO echCredit
                        COMPUTE totalApayer =
                            ticketTotal - echValeurReprise
                        PERFORM ENCAISSER_TICKET_MULTI
                    ELSE
                        *>Les nouveaux articles sont couverts par la
                        *>reprise ; le surplus éventuel est rendu
                        MOVE ticketTotal TO echCredit
                        MOVE 0 TO totalApayer
                        MOVE 3 TO modePaiement
                        COMPUTE echRendu =
                            echValeurReprise - ticketTotal
                        IF echRendu > 0 THEN
                            PERFORM RENDRE_DIFFERENCE_ECHANGE
                        END-IF
                    END-IF
                    MOVE echTicketOrigine TO echTicketLie
                    PERFORM ECRIRE_LIGNES_TICKET
                    MOVE idTicket TO sceauTicket
                    MOVE 0 TO sceauVente
                    MOVE dateTri TO sceauDate
                    MOVE heureTicket(1:4) TO sceauHeure
                    MOVE siteLocal TO sceauSite
                    MOVE nbLignesTicket TO sceauNbLignes
                    PERFORM SCELLER_TICKET
                    PERFORM REPRENDRE_LIGNE_ECHANGEE
                    MOVE echDate TO dateTri
                    *>Seul le complément réellement payé rapporte
                    *>des points ; ceux de la vente d'origine restent
                    *>acquis
                    MOVE echClient TO fv_client
                    MOVE totalApayer TO venteMontantTotal
                    PERFORM CUMULER_POINTS_FIDELITE
                    PERFORM IMPRIMER_RECU
                    MOVE 0 TO echTicketLie
                    MOVE 0 TO echCredit
                END-IF.

        *>Surplus de la reprise rendu au client : comme pour un
        *>remboursement, seule la part réellement tendue à la vente
        *>peut ressortir en espèces ou en carte, la part réglée en
        *>points, par avoir ou par acompte (imputée d'abord sur les
        *>nouveaux articles) est rendue en avoir ; au-delà du seuil
        *>de remboursement l'accord du gérant est requis, sinon
        *>tout part en avoir
        RENDRE_DIFFERENCE_ECHANGE.
                IF echRegleOrigine NOT < echValeurReprise THEN
                    MOVE 0 TO echRenduLibre
                ELSE
                    COMPUTE echRenduLibre =
                        echValeurReprise - echRegleOrigine
                    IF echRenduLibre > echRendu THEN
                        MOVE echRendu TO echRenduLibre
                    END-IF
                END-IF
                COMPUTE echRenduAvoir = echRendu - echRenduLibre
                MOVE echRendu TO montantEdite
                DISPLAY "Difference a rendre au client : ",
                    montantEdite, " EUR"
                IF echRenduAvoir > 0 THEN
                    MOVE echRenduAvoir TO montantEdite
                    DISPLAY "  dont ", montantEdite, " EUR ",
                        "rendus en avoir (part reglee en points/",
                        "avoir/acompte)"
                END-IF
                MOVE 0 TO echModeRendu
                IF echRenduLibre = 0 THEN
                    MOVE 3 TO echModeRendu
                END-IF
                PERFORM UNTIL echModeRendu = 1 OR echModeRendu = 2
                        OR echModeRendu = 3
                    MOVE echRenduLibre TO montantEdite
                    DISPLAY "Rendu de ", montantEdite, " EUR : ",
                        "especes (1), carte (2) ou avoir (3) ?"
                    ACCEPT echModeRendu
                END-PERFORM
                IF echModeRendu NOT = 3 THEN
                    MOVE echRenduLibre TO dgValeur
                    MOVE echClient TO dgClient
                    MOVE SPACES TO dgObjet
                    STRING "Echange ticket " DELIMITED BY SIZE
                        echTicketOrigine DELIMITED BY SIZE
                        INTO dgObjet
                    END-STRING
                    PERFORM CONTROLER_DEROGATION_RETOUR
                    IF dgAccord = 0 THEN
                        DISPLAY "Difference rendue en avoir"
                        MOVE 3 TO echModeRendu
                    END-IF
                END-IF
                IF echModeRendu = 1 THEN
                    COMPUTE mouvementCaisse = 0 - echRenduLibre
                    PERFORM ENREGISTRER_MOUVEMENT_CAISSE
                END-IF.

        *>La ligne rendue repasse en stock et devient une ligne
        *>reprise (statut 3) liée au nouveau ticket : la part
        *>reportée sur le nouveau ticket et celle rendue d'office
        *>en avoir sont notées réglées autrement, seul le surplus
        *>remboursable sort dans le mode de rendu
        REPRENDRE_LIGNE_ECHANGEE.
                OPEN I-O fventes
                MOVE idVente TO fv_id
                MOVE echStatut TO fv_statut
                READ fventes WITH LOCK
                    INVALID KEY
                        DISPLAY "Ligne d'origine introuvable"
                        MOVE cr_fventes TO statutFichierOp
                        MOVE "LECTURE VENTE" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                    NOT INVALID KEY
                        MOVE fv_dateVente TO dateVenteOrigine
                        MOVE fv_dateVente TO pvDateControle
                        PERFORM VERIFIER_PERIODE_VERROUILLEE
                        IF periodeVerrouillee = 1 THEN
                            MOVE "VENTES" TO journalFichier
                            MOVE fv_cle TO journalCle
                            PERFORM JOURNALISER_REFUS_PERIODE
                            MOVE echDate TO fv_dateVente
                        END-IF
                        PERFORM REMETTRE_STOCK_ECHANGE
                        MOVE tamp_fvente TO journalAvant
                        DELETE fventes
                        END-DELETE
                        MOVE 3 TO fv_statut
                        MOVE operateurConnecte TO fv_operateur
                        MOVE dgGerant TO fv_gerant
                        MOVE echModeRendu TO fv_paiement
                        COMPUTE fv_regleAutrement =
                            echValeurReprise - echRenduLibre
                        MOVE idTicket TO fv_ticketEchange
                        MOVE echDate TO fv_dateRetour
                        IF echModeRendu = 3 AND echRendu > 0 THEN
                            MOVE echRendu TO montantAvoirEmis
                            PERFORM CREER_AVOIR_RETOUR
                        ELSE
                            IF echRenduAvoir > 0 THEN
                                MOVE echRenduAvoir TO montantAvoirEmis
                                PERFORM CREER_AVOIR_RETOUR
                            END-IF
                        END-IF
                        WRITE tamp_fvente
                        END-WRITE
                        MOVE cr_fventes TO statutFichierOp
                        MOVE "MAJ LIGNE ECHANGEE"
                            TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        MOVE "VENTES" TO journalFichier
                        MOVE "MAJ" TO journalOperation
                        MOVE fv_cle TO journalCle
                        MOVE tamp_fvente TO journalApres
                        PERFORM JOURNALISER
                        PERFORM RETIRER_AGREGAT_RETOUR
                        MOVE fi_site TO perpetuelSite
                        MOVE echValeurReprise TO perpetuelTTC
                        MOVE fv_montantHT TO perpetuelHT
                        PERFORM CUMULER_REMBOURSEMENT_PERPETUEL
                        PERFORM EMETTRE_AVOIR_FACTURE
                        DISPLAY "Ligne ", fv_id, " reprise sur le ",
                            "ticket ", idTicket
                END-READ
                CLOSE fventes.

        *>Remet en rayon l'article rendu, sous verrou, sur le site
        *>où il avait été vendu
        REMETTRE_STOCK_ECHANGE.
                OPEN I-O finventaire
                MOVE fv_titreComics TO fi_titre
                MOVE fv_site TO fi_site
                IF fi_site = 0 THEN
                    MOVE siteLocal TO fi_site
                END-IF
                READ finventaire WITH LOCK KEY IS fi_cleInv
                    INVALID KEY
                        DISPLAY "Comic introuvable en inventaire"
                        MOVE cr_finventaire TO statutFichierOp
                        MOVE "LECTURE REFERENCE"
                            TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                    NOT INVALID KEY
                        MOVE tamp_finventaire TO journalAvant
                        ADD fv_quantite TO fi_quantite
                        REWRITE tamp_finventaire
                            INVALID KEY
                                DISPLAY "Erreur de maj du stock"
                        END-REWRITE
                        MOVE cr_finventaire TO statutFichierOp
                        MOVE "MAJ STOCK ECHANGE"
                            TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        MOVE "INVENTAIRE" TO journalFichier
                        MOVE "MAJ" TO journalOperation
                        MOVE fi_titre TO journalCle
                        MOVE tamp_finventaire TO journalApres
                        PERFORM JOURNALISER
                END-READ
                CLOSE finventaire.

        *>Bloc du reçu propre à l'échange : ticket d'origine,
        *>article repris et différence réglée ou rendue
        EMETTRE_ECHANGE_RECU.
                STRING "Echange sur le ticket no " DELIMITED BY SIZE
                    echTicketLie DELIMITED BY SIZE
                    INTO ligneRecu
                END-STRING
                PERFORM EMETTRE_LIGNE_RECU
                MOVE echValeurReprise TO montantEdite
                STRING "Repris : " DELIMITED BY SIZE
                    echTitre DELIMITED BY SIZE
                    " x" DELIMITED BY SIZE
                    echQte DELIMITED BY SIZE
                    " -" DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO ligneRecu
                END-STRING
                PERFORM EMETTRE_LIGNE_RECU
                IF totalApayer > 0 THEN
                    MOVE totalApayer TO montantEdite
                    STRING "Difference payee : " DELIMITED BY SIZE
                        montantEdite DELIMITED BY SIZE
                        " EUR" DELIMITED BY SIZE
                        INTO ligneRecu
                    END-STRING
                    PERFORM EMETTRE_LIGNE_RECU
                END-IF
                IF echRendu > 0 THEN
                    MOVE echRendu TO montantEdite
                    EVALUATE echModeRendu
                        WHEN 1
                            MOVE "Difference rendue en especes : "
                                TO dupLibelleMode
                        WHEN 2
                            MOVE "Difference rendue en carte : "
                                TO dupLibelleMode
                        WHEN OTHER
                            MOVE "Difference rendue en avoir : "
                                TO dupLibelleMode
                    END-EVALUATE
                    STRING dupLibelleMode DELIMITED BY "  "
                        " " DELIMITED BY SIZE
                        montantEdite DELIMITED BY SIZE
                        " EUR" DELIMITED BY SIZE
                        INTO ligneRecu
                    END-STRING
                    PERFORM EMETTRE_LIGNE_RECU
                END-IF.
