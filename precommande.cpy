        *>Cette méthode propose la gestion des précommandes : un
        *>client verse un acompte pour s'assurer un album annoncé,
        *>l'acompte est déduit du ticket quand l'album reçu passe
        *>en caisse, ou rendu si la précommande est annulée
        GERER_PRECOMMANDES.
                MOVE 0 TO choixMenuPreco
                PERFORM WITH TEST AFTER UNTIL choixMenuPreco = 0
                        DISPLAY "   -- PRECOMMANDES --"
                        DISPLAY "      -Prendre une precommande (1)"
                        DISPLAY "      -Precommandes d'un client (2)"
                        DISPLAY "      -Annuler une precommande (3)"
                        DISPLAY "      -Acomptes detenus (4)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuPreco
                        EVALUATE choixMenuPreco
                            WHEN 1
                                PERFORM CREER_PRECOMMANDE
                            WHEN 2
                                PERFORM LISTER_PRECOMMANDES_CLIENT
                            WHEN 3
                                PERFORM ANNULER_PRECOMMANDE
                            WHEN 4
                                PERFORM LISTER_ACOMPTES_DETENUS
                        END-EVALUATE
                END-PERFORM.

        *>Cette méthode enregistre une précommande : client connu,
        *>titre annoncé (la référence n'a pas besoin d'exister),
        *>quantité et acompte encaissé ; l'acompte en espèces
        *>entre dans la session de caisse ouverte, et la session
        *>est notée sur la précommande quel que soit le mode
        CREER_PRECOMMANDE.
                MOVE 0 TO VerifClient
                PERFORM WITH TEST AFTER UNTIL VerifClient = 1
                    DISPLAY "Entrez l'id du client :"
                    ACCEPT idVerifClient
                    PERFORM VERIF_ID_CLIENT
                    IF VerifClient = 0 THEN
                        DISPLAY "Ce client n'existe pas"
                    END-IF
                END-PERFORM
                MOVE SPACES TO precoTitre
                PERFORM WITH TEST AFTER UNTIL precoTitre NOT = SPACES
                    DISPLAY "Titre de l'album annonce ?"
                    ACCEPT precoTitre
                END-PERFORM
                MOVE 0 TO pc_quantite
                PERFORM WITH TEST AFTER UNTIL pc_quantite > 0
                    DISPLAY "Quantite ?"
                    ACCEPT pc_quantite
                END-PERFORM
                MOVE 0 TO pc_acompte
                PERFORM WITH TEST AFTER UNTIL pc_acompte > 0
                    DISPLAY "Montant de l'acompte ?"
                    ACCEPT pc_acompte
                END-PERFORM
                MOVE 0 TO precoMode
                PERFORM WITH TEST AFTER
                        UNTIL precoMode = 1 OR precoMode = 2
                           OR precoMode = 4
                    DISPLAY "Acompte regle en especes (1), ",
                        "carte (2) ou cheque (4) ?"
                    ACCEPT precoMode
                END-PERFORM

                PERFORM CHERCHER_SESSION_CAISSE
                IF precoMode = 1 THEN
                    MOVE pc_acompte TO mouvementCaisse
                    PERFORM ENREGISTRER_MOUVEMENT_CAISSE
                END-IF

                MOVE "PRECO" TO cptCle
                PERFORM PROCHAIN_ID_COMPTEUR
                MOVE cptValeur TO pc_id
                MOVE idVerifClient TO pc_client
                MOVE precoTitre TO pc_titre
                ACCEPT pc_dateCreation FROM DATE YYYYMMDD
                MOVE precoMode TO pc_paiement
                MOVE sessionCaisseEnCours TO pc_session
                MOVE 0 TO pc_acompteImpute
                MOVE 0 TO pc_ticket
                MOVE 0 TO pc_dateImputation
                MOVE 0 TO pc_dateReception
                MOVE 0 TO pc_statut
                MOVE 0 TO pc_dateAnnulation
                MOVE 0 TO pc_restitution
                MOVE 0 TO pc_montantRendu
                MOVE 0 TO pc_avoir
                MOVE siteLocal TO pc_site
                MOVE operateurConnecte TO pc_operateur
                OPEN I-O fprecommandes
                WRITE tamp_fprecommande
                END-WRITE
                MOVE cr_fprecommandes TO statutFichierOp
                MOVE "ECRITURE PRECOMMANDE" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fprecommandes
                MOVE "PRECOMMANDES" TO journalFichier
                MOVE "ECRITURE" TO journalOperation
                MOVE pc_id TO journalCle
                MOVE SPACES TO journalAvant
                MOVE tamp_fprecommande TO journalApres
                PERFORM JOURNALISER
                MOVE pc_acompte TO prixEdite
                DISPLAY "Precommande no ", pc_id, " enregistree, ",
                    "acompte de ", prixEdite, " EUR"
                IF sessionCaisseEnCours = 0 THEN
                    DISPLAY "ATTENTION : aucune session de caisse ",
                        "ouverte pour cet acompte"
                END-IF.

        *>Cette méthode liste les précommandes d'un client, avec
        *>l'acompte restant à déduire
        LISTER_PRECOMMANDES_CLIENT.
                DISPLAY "Entrez l'id du client :"
                ACCEPT idVerifClient
                OPEN INPUT fprecommandes
                MOVE idVerifClient TO pc_client
                MOVE 1 TO precoFin
                START fprecommandes KEY IS EQUAL TO pc_client
                    INVALID KEY MOVE 0 TO precoFin
                END-START
                IF precoFin = 0 THEN
                    DISPLAY "Aucune precommande pour ce client"
                END-IF
                PERFORM UNTIL precoFin = 0
                    READ fprecommandes NEXT
                    AT END MOVE 0 TO precoFin
                    NOT AT END
                        IF pc_client NOT = idVerifClient THEN
                            MOVE 0 TO precoFin
                        ELSE
                            PERFORM AFFICHER_PRECOMMANDE
                        END-IF
                END-PERFORM
                CLOSE fprecommandes.

        *>Affiche la précommande courante du tampon
        AFFICHER_PRECOMMANDE.
                COMPUTE precoSolde = pc_acompte - pc_acompteImpute
                MOVE pc_acompte TO prixEdite
                MOVE precoSolde TO prixEdite2
                DISPLAY "Precommande no ", pc_id, " du ",
                    pc_dateCreation, " : ", pc_titre,
                    " x", pc_quantite
                DISPLAY "  acompte ", prixEdite, " EUR, reste a ",
                    "deduire ", prixEdite2, " EUR"
                EVALUATE pc_statut
                    WHEN 0
                        DISPLAY "  en attente de l'album"
                    WHEN 1
                        DISPLAY "  album recu le ", pc_dateReception,
                            ", client a prevenir"
                    WHEN 2
                        DISPLAY "  soldee sur le ticket ", pc_ticket
                    WHEN 3
                        DISPLAY "  annulee, acompte rembourse le ",
                            pc_dateAnnulation
                    WHEN 4
                        DISPLAY "  annulee, avoir no ", pc_avoir
                END-EVALUATE
                DISPLAY "----------------------------------".

        *>Cette méthode annule une précommande encore ouverte :
        *>l'acompte restant est rendu en espèces (sortie du tiroir),
        *>en carte, ou converti en avoir au nom du client
        ANNULER_PRECOMMANDE.
                DISPLAY "Numero de la precommande a annuler ?"
                ACCEPT precoNumero
                MOVE 0 TO precoRetenue
                OPEN I-O fprecommandes
                MOVE precoNumero TO pc_id
                READ fprecommandes WITH LOCK KEY IS pc_id
                    INVALID KEY
                        DISPLAY "Precommande inconnue"
                    NOT INVALID KEY
                        IF pc_statut > 1 THEN
                            DISPLAY "Cette precommande est deja ",
                                "soldee ou annulee"
                        ELSE
                            MOVE 1 TO precoRetenue
                        END-IF
                END-READ
                IF cr_fprecommandes = 51 THEN
                    DISPLAY "Precommande occupee par une autre ",
                        "caisse, reessayez"
                END-IF
                IF precoRetenue = 1 THEN
                    MOVE tamp_fprecommande TO journalAvant
                    COMPUTE precoSolde = pc_acompte - pc_acompteImpute
                    MOVE precoSolde TO prixEdite
                    DISPLAY "Acompte a restituer : ", prixEdite, " EUR"
                    MOVE 0 TO precoMode
                    PERFORM WITH TEST AFTER
                            UNTIL precoMode = 1 OR precoMode = 2
                               OR precoMode = 3
                        DISPLAY "Restitution : especes (1), ",
                            "carte (2) ou avoir (3) ?"
                        ACCEPT precoMode
                    END-PERFORM
                    MOVE 0 TO pc_avoir
                    IF precoMode = 1 AND precoSolde > 0 THEN
                        COMPUTE mouvementCaisse = 0 - precoSolde
                        PERFORM ENREGISTRER_MOUVEMENT_CAISSE
                    END-IF
                    IF precoMode = 3 AND precoSolde > 0 THEN
                        *>L'avoir est rattaché au client de la
                        *>précommande, émis à la date du jour
                        MOVE pc_client TO fv_client
                        ACCEPT fv_dateVente FROM DATE YYYYMMDD
                        MOVE precoSolde TO montantAvoirEmis
                        PERFORM CREER_AVOIR_RETOUR
                        MOVE av_numero TO pc_avoir
                    END-IF
                    ACCEPT pc_dateAnnulation FROM DATE YYYYMMDD
                    MOVE precoMode TO pc_restitution
                    MOVE precoSolde TO pc_montantRendu
                    IF precoMode = 3 THEN
                        MOVE 4 TO pc_statut
                    ELSE
                        MOVE 3 TO pc_statut
                    END-IF
                    REWRITE tamp_fprecommande
                     INVALID KEY
                       DISPLAY "Erreur de maj de la precommande"
                    END-REWRITE
                    MOVE cr_fprecommandes TO statutFichierOp
                    MOVE "MAJ PRECOMMANDE" TO statutFichierLibelle
                    PERFORM VERIFIER_STATUT_FICHIER
                    MOVE "PRECOMMANDES" TO journalFichier
                    MOVE "ANNULATION" TO journalOperation
                    MOVE pc_id TO journalCle
                    MOVE tamp_fprecommande TO journalApres
                    PERFORM JOURNALISER
                    DISPLAY "Precommande no ", pc_id, " annulee"
                END-IF
                CLOSE fprecommandes.

        *>Cette méthode signale à la réception d'un titre
        *>(precoTitre, reçu le precoDate) les précommandes en
        *>attente sur ce titre : elles passent à l'état « album
        *>reçu » et la liste des clients à prévenir est affichée
        SIGNALER_PRECOMMANDES_RECUES.
                MOVE 0 TO precoNbRecues
                OPEN I-O fprecommandes
                MOVE precoTitre TO pc_titre
                MOVE 1 TO precoFin
                START fprecommandes KEY IS EQUAL TO pc_titre
                    INVALID KEY MOVE 0 TO precoFin
                END-START
                PERFORM UNTIL precoFin = 0
                    READ fprecommandes NEXT
                    AT END MOVE 0 TO precoFin
                    NOT AT END
                        IF pc_titre NOT = precoTitre THEN
                            MOVE 0 TO precoFin
                        ELSE
                            IF pc_statut = 0 THEN
                                PERFORM MARQUER_PRECOMMANDE_RECUE
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fprecommandes
                IF precoNbRecues > 0 THEN
                    DISPLAY precoNbRecues, " precommande(s) servie(s) ",
                        "par cette reception, clients a prevenir"
                END-IF.

        *>Passe la précommande courante à l'état reçu et affiche
        *>la ligne d'appel du client
        MARQUER_PRECOMMANDE_RECUE.
                MOVE tamp_fprecommande TO journalAvant
                MOVE 1 TO pc_statut
                MOVE precoDate TO pc_dateReception
                REWRITE tamp_fprecommande
                 INVALID KEY
                   DISPLAY "Erreur de maj de la precommande"
                END-REWRITE
                MOVE cr_fprecommandes TO statutFichierOp
                MOVE "MAJ PRECOMMANDE" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                MOVE "PRECOMMANDES" TO journalFichier
                MOVE "MAJ" TO journalOperation
                MOVE pc_id TO journalCle
                MOVE tamp_fprecommande TO journalApres
                PERFORM JOURNALISER
                ADD 1 TO precoNbRecues
                COMPUTE precoSolde = pc_acompte - pc_acompteImpute
                MOVE precoSolde TO prixEdite
                OPEN INPUT fclients
                MOVE pc_client TO fc_id
                READ fclients KEY IS fc_id
                    INVALID KEY
                        DISPLAY "  Precommande no ", pc_id,
                            " client ", pc_client, " x", pc_quantite
                    NOT INVALID KEY
                        DISPLAY "  Precommande no ", pc_id, " : ",
                            fc_prenom, " ", fc_nom, " tel ", fc_tel,
                            " x", pc_quantite
                END-READ
                CLOSE fclients
                DISPLAY "    acompte a deduire : ", prixEdite, " EUR".

        *>Cette méthode déduit du ticket en cours les acomptes des
        *>précommandes du client (idVerifClient) portant sur un
        *>titre présent dans le ticket ; la précommande est soldée
        *>quand tout son acompte a été déduit, sinon le reliquat
        *>reste à déduire ou à rendre
        IMPUTER_ACOMPTES_TICKET.
                MOVE 0 TO montantAcompteUtilise
                MOVE 0 TO nbPrecoTicket
                OPEN I-O fprecommandes
                MOVE idVerifClient TO pc_client
                MOVE 1 TO precoFin
                START fprecommandes KEY IS EQUAL TO pc_client
                    INVALID KEY MOVE 0 TO precoFin
                END-START
                PERFORM UNTIL precoFin = 0
                    READ fprecommandes NEXT
                    AT END MOVE 0 TO precoFin
                    NOT AT END
                        IF pc_client NOT = idVerifClient THEN
                            MOVE 0 TO precoFin
                        ELSE
                            PERFORM RETENIR_PRECOMMANDE_TICKET
                        END-IF
                END-PERFORM
                PERFORM VARYING idxPrecoTicket FROM 1 BY 1
                        UNTIL idxPrecoTicket > nbPrecoTicket
                           OR totalApayer = 0
                    PERFORM DEDUIRE_ACOMPTE_TICKET
                END-PERFORM
                CLOSE fprecommandes
                IF montantAcompteUtilise > 0 THEN
                    MOVE montantAcompteUtilise TO prixEdite
                    MOVE totalApayer TO montantEdite
                    DISPLAY "Acompte(s) deduit(s) : ", prixEdite,
                        " EUR"
                    DISPLAY "Reste a payer : ", montantEdite, " EUR"
                END-IF.

        *>Retient la précommande courante si elle est ouverte, a
        *>encore de l'acompte et porte sur un titre du ticket
        RETENIR_PRECOMMANDE_TICKET.
                MOVE 0 TO precoRetenue
                IF pc_statut < 2 AND pc_acompte > pc_acompteImpute
                THEN
                    PERFORM VARYING idxLigneTicket FROM 1 BY 1
                            UNTIL idxLigneTicket > nbLignesTicket
                        IF tl_titre(idxLigneTicket) = pc_titre THEN
                            MOVE 1 TO precoRetenue
                        END-IF
                    END-PERFORM
                END-IF
                IF precoRetenue = 1 AND nbPrecoTicket < 20 THEN
                    ADD 1 TO nbPrecoTicket
                    MOVE pc_id TO ptNumero(nbPrecoTicket)
                END-IF.

        *>Déduit du reste à payer l'acompte de la précommande
        *>idxPrecoTicket, relue sous verrou
        DEDUIRE_ACOMPTE_TICKET.
                MOVE ptNumero(idxPrecoTicket) TO pc_id
                READ fprecommandes WITH LOCK KEY IS pc_id
                    INVALID KEY
                        MOVE cr_fprecommandes TO statutFichierOp
                        MOVE "LECTURE PRECOMMANDE"
                            TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                    NOT INVALID KEY
                        IF pc_statut < 2 THEN
                            MOVE tamp_fprecommande TO journalAvant
                            COMPUTE montantAcompteLigne =
                                pc_acompte - pc_acompteImpute
                            IF montantAcompteLigne > totalApayer THEN
                                MOVE totalApayer
                                    TO montantAcompteLigne
                            END-IF
                            ADD montantAcompteLigne
                                TO pc_acompteImpute
                            SUBTRACT montantAcompteLigne
                                FROM totalApayer
                            ADD montantAcompteLigne
                                TO montantAcompteUtilise
                            MOVE idTicket TO pc_ticket
                            MOVE dateTri TO pc_dateImputation
                            IF pc_acompteImpute = pc_acompte THEN
                                MOVE 2 TO pc_statut
                            END-IF
                            REWRITE tamp_fprecommande
                             INVALID KEY
                               DISPLAY "Erreur de maj de la ",
                                   "precommande"
                            END-REWRITE
                            MOVE cr_fprecommandes TO statutFichierOp
                            MOVE "MAJ PRECOMMANDE"
                                TO statutFichierLibelle
                            PERFORM VERIFIER_STATUT_FICHIER
                            MOVE "PRECOMMANDES" TO journalFichier
                            MOVE "MAJ" TO journalOperation
                            MOVE pc_id TO journalCle
                            MOVE tamp_fprecommande TO journalApres
                            PERFORM JOURNALISER
                            IF montantAcompteLigne > 0 THEN
                                PERFORM ENREGISTRER_IMPUTATION_ACOMPTE
                            END-IF
                            MOVE montantAcompteLigne TO prixEdite
                            DISPLAY "Precommande no ", pc_id,
                                " : acompte de ", prixEdite,
                                " EUR deduit"
                        END-IF
                END-READ
                IF cr_fprecommandes = 51 THEN
                    DISPLAY "Precommande no ", pc_id, " occupee ",
                        "par une autre caisse, acompte non deduit"
                END-IF.

        *>Trace la déduction qui vient d'être faite : une ligne par
        *>ticket, l'export comptable la reprend à sa propre date
        ENREGISTRER_IMPUTATION_ACOMPTE.
                MOVE "IMPUTACPT" TO cptCle
                PERFORM PROCHAIN_ID_COMPTEUR
                MOVE cptValeur TO ia_id
                MOVE pc_id TO ia_precommande
                MOVE idTicket TO ia_ticket
                MOVE dateTri TO ia_date
                MOVE montantAcompteLigne TO ia_montant
                OPEN I-O fimputAcomptes
                WRITE tamp_fimputAcompte
                END-WRITE
                MOVE cr_fimputAcomptes TO statutFichierOp
                MOVE "ECRITURE IMPUTATION" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fimputAcomptes.

        *>Cette méthode édite les acomptes détenus : les
        *>précommandes ouvertes avec leur reliquat, dont le total
        *>est une dette envers les clients
        LISTER_ACOMPTES_DETENUS.
                MOVE "acomptes.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "ACOMPTES DETENUS SUR PRECOMMANDES"
                    TO rapportTitre
                MOVE "NUMERO  CLIENT  TITRE  RECU LE  RESTE DU"
                    TO rapportColonnes
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                MOVE 1 TO precoEdition
                PERFORM CUMULER_ENCOURS_ACOMPTES_LISTE
                MOVE encoursAcomptes TO montantEdite
                MOVE SPACES TO tamp_frapport
                STRING "Total des acomptes detenus : "
                    DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " EUR (" DELIMITED BY SIZE
                    precoNbDetenues DELIMITED BY SIZE
                    " precommandes)" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY "Acomptes detenus : ", montantEdite, " EUR"
                DISPLAY "Etat ecrit dans ", nomRapport.

        *>Parcourt les précommandes ouvertes, cumule l'encours et,
        *>quand l'état est demandé (precoEdition), en écrit une
        *>ligne par précommande
        CUMULER_ENCOURS_ACOMPTES_LISTE.
                MOVE 0 TO encoursAcomptes
                MOVE 0 TO acomptesRecusJour
                MOVE 0 TO precoNbDetenues
                OPEN INPUT fprecommandes
                MOVE 1 TO precoFin
                PERFORM WITH TEST AFTER UNTIL precoFin = 0
                    READ fprecommandes NEXT
                    AT END MOVE 0 TO precoFin
                    NOT AT END
                        MOVE cr_fprecommandes TO statutFichierOp
                        MOVE "LECTURE PRECOMMANDE"
                            TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        IF pc_dateCreation = dateCloture THEN
                            ADD pc_acompte TO acomptesRecusJour
                        END-IF
                        IF pc_statut < 2 THEN
                            PERFORM CUMULER_ACOMPTE_DETENU
                        END-IF
                END-PERFORM
                CLOSE fprecommandes.

        *>Ajoute le reliquat de la précommande courante à l'encours
        CUMULER_ACOMPTE_DETENU.
                COMPUTE precoSolde = pc_acompte - pc_acompteImpute
                ADD precoSolde TO encoursAcomptes
                ADD 1 TO precoNbDetenues
                IF precoEdition = 1 THEN
                    MOVE precoSolde TO prixEdite
                    MOVE SPACES TO precoMention
                    IF pc_statut = 1 THEN
                        MOVE " (album recu)" TO precoMention
                    END-IF
                    MOVE SPACES TO tamp_frapport
                    STRING pc_id DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        pc_client DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        pc_titre DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        pc_dateCreation DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        prixEdite DELIMITED BY SIZE
                        precoMention DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                    PERFORM ECRIRE_LIGNE_EDITION
                END-IF.

        *>Cette méthode totalise pour la clôture l'encours des
        *>acomptes (dette envers les clients) et les acomptes
        *>reçus à la date de clôture
        CUMULER_ENCOURS_ACOMPTES.
                MOVE 0 TO precoEdition
                PERFORM CUMULER_ENCOURS_ACOMPTES_LISTE.

        *>Cette méthode émet pour la période d'export les écritures
        *>des acomptes : encaissement (caisse ou banque contre la
        *>dette acomptes), déduction sur un ticket (la dette solde
        *>le compte clients débité par la vente) et restitution à
        *>l'annulation
        EMETTRE_ACOMPTES_COMPTA.
                OPEN INPUT fimputAcomptes
                OPEN INPUT fprecommandes
                MOVE 1 TO precoFin
                PERFORM WITH TEST AFTER UNTIL precoFin = 0
                    READ fprecommandes NEXT
                    AT END MOVE 0 TO precoFin
                    NOT AT END
                        PERFORM EMETTRE_UN_ACOMPTE_COMPTA
                END-PERFORM
                CLOSE fprecommandes
                MOVE 1 TO precoImputFin
                PERFORM WITH TEST AFTER UNTIL precoImputFin = 0
                    READ fimputAcomptes NEXT
                    AT END MOVE 0 TO precoImputFin
                    NOT AT END
                        IF ia_date NOT < dateDebut AND
                           ia_date NOT > dateFin THEN
                            MOVE ia_date TO jourCompta
                            MOVE ia_montant TO montantAcompteLigne
                            PERFORM EMETTRE_ACOMPTE_DEDUIT
                        END-IF
                END-PERFORM
                CLOSE fimputAcomptes.

        *>Dette acomptes soldée contre le compte clients pour
        *>montantAcompteLigne au jour jourCompta
        EMETTRE_ACOMPTE_DEDUIT.
                MOVE "ACOMPTE DEDUIT" TO lc_libelle
                MOVE cptNumAcomptes TO lc_compte
                MOVE montantAcompteLigne TO lc_debit
                MOVE 0 TO lc_credit
                PERFORM ECRIRE_LIGNE_COMPTA
                MOVE cptNumClients TO lc_compte
                MOVE 0 TO lc_debit
                MOVE montantAcompteLigne TO lc_credit
                PERFORM ECRIRE_LIGNE_COMPTA.

        *>Une précommande déduite avant la tenue des imputations
        *>n'a aucune ligne : sa déduction reste passée en une fois
        CHERCHER_IMPUTATIONS_ACOMPTE.
                MOVE 0 TO precoImputTrouvee
                MOVE pc_id TO ia_precommande
                START fimputAcomptes KEY IS = ia_precommande
                    INVALID KEY MOVE 0 TO precoImputTrouvee
                    NOT INVALID KEY MOVE 1 TO precoImputTrouvee
                END-START.

        *>Ecritures de la précommande courante tombant dans la
        *>période dateDebut-dateFin
        EMETTRE_UN_ACOMPTE_COMPTA.
                IF pc_dateCreation NOT < dateDebut AND
                   pc_dateCreation NOT > dateFin THEN
                    MOVE pc_dateCreation TO jourCompta
                    MOVE "ACOMPTE PRECOMMANDE" TO lc_libelle
                    IF pc_paiement = 1 THEN
                        MOVE cptNumCaisse TO lc_compte
                    ELSE
                        MOVE cptNumBanque TO lc_compte
                    END-IF
                    MOVE pc_acompte TO lc_debit
                    MOVE 0 TO lc_credit
                    PERFORM ECRIRE_LIGNE_COMPTA
                    MOVE cptNumAcomptes TO lc_compte
                    MOVE 0 TO lc_debit
                    MOVE pc_acompte TO lc_credit
                    PERFORM ECRIRE_LIGNE_COMPTA
                END-IF
                IF pc_acompteImpute > 0 AND
                   pc_dateImputation NOT < dateDebut AND
                   pc_dateImputation NOT > dateFin THEN
                    PERFORM CHERCHER_IMPUTATIONS_ACOMPTE
                    IF precoImputTrouvee = 0 THEN
                        MOVE pc_dateImputation TO jourCompta
                        MOVE pc_acompteImpute TO montantAcompteLigne
                        PERFORM EMETTRE_ACOMPTE_DEDUIT
                    END-IF
                END-IF
                IF pc_statut > 2 AND pc_montantRendu > 0 AND
                   pc_dateAnnulation NOT < dateDebut AND
                   pc_dateAnnulation NOT > dateFin THEN
                    MOVE pc_dateAnnulation TO jourCompta
                    MOVE "ACOMPTE RESTITUE" TO lc_libelle
                    MOVE cptNumAcomptes TO lc_compte
                    MOVE pc_montantRendu TO lc_debit
                    MOVE 0 TO lc_credit
                    PERFORM ECRIRE_LIGNE_COMPTA
                    *>Un acompte converti en avoir reste dû au
                    *>client : il passe au compte clients
                    EVALUATE pc_restitution
                        WHEN 1
                            MOVE cptNumCaisse TO lc_compte
                        WHEN 2
                            MOVE cptNumBanque TO lc_compte
                        WHEN OTHER
                            MOVE cptNumClients TO lc_compte
                    END-EVALUATE
                    MOVE 0 TO lc_debit
                    MOVE pc_montantRendu TO lc_credit
                    PERFORM ECRIRE_LIGNE_COMPTA
                END-IF.
