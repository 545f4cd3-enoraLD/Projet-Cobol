        *>Cette méthode ouvre le spool des reçus en ajout (il est
        *>créé au premier reçu)
        OUVRIR_SPOOL_RECUS.
                MOVE SPACES TO ligneRecu
                OPEN EXTEND frecus
                IF cr_frecus = 35 THEN
                    OPEN OUTPUT frecus
                END-IF
                MOVE cr_frecus TO statutFichierOp
                MOVE "OUVERTURE SPOOL RECUS" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER.

        *>Affiche la ligne de reçu préparée dans ligneRecu, la
        *>recopie dans le spool (déjà ouvert) et la remet à blanc
        *>pour la ligne suivante
        EMETTRE_LIGNE_RECU.
                DISPLAY ligneRecu
                MOVE ligneRecu TO tamp_frecu
                WRITE tamp_frecu
                MOVE SPACES TO ligneRecu.

        *>Ligne de règlement du reçu : dupTotal réglé dans le mode
        *>dupPaiement (rien n'est imprimé pour un montant nul)
        EMETTRE_REGLEMENT_RECU.
                IF dupTotal > 0 THEN
                    MOVE dupTotal TO prixEdite
                    EVALUATE dupPaiement
                        WHEN 1
                            MOVE "Paye en especes : " TO dupLibelleMode
                        WHEN 2
                            MOVE "Paye en carte : " TO dupLibelleMode
                        WHEN 4
                            MOVE "Paye en cheque : " TO dupLibelleMode
                        WHEN 5
                            MOVE "Porte sur le compte client : "
                                TO dupLibelleMode
                        WHEN OTHER
                            MOVE "Regle : " TO dupLibelleMode
                    END-EVALUATE
                    STRING dupLibelleMode DELIMITED BY "  "
                        " " DELIMITED BY SIZE
                        prixEdite DELIMITED BY SIZE
                        " EUR" DELIMITED BY SIZE
                        INTO ligneRecu
                    END-STRING
                    PERFORM EMETTRE_LIGNE_RECU
                END-IF.

        *>Ligne du mode de paiement principal (dupPaiement)
        EMETTRE_MODE_PRINCIPAL_RECU.
                EVALUATE dupPaiement
                    WHEN 1
                        MOVE "Paiement principal : especes"
                            TO ligneRecu
                    WHEN 2
                        MOVE "Paiement principal : carte" TO ligneRecu
                    WHEN 3
                        MOVE "Paiement : avoir / carte cadeau"
                            TO ligneRecu
                    WHEN 4
                        MOVE "Paiement principal : cheque" TO ligneRecu
                    WHEN 5
                        MOVE "Paiement principal : sur compte client"
                            TO ligneRecu
                END-EVALUATE
                IF ligneRecu NOT = SPACES THEN
                    PERFORM EMETTRE_LIGNE_RECU
                END-IF.

        *>Cette méthode réimprime le reçu d'un ticket déjà
        *>encaissé : il est reconstitué à partir des lignes de vente
        *>du ticket (clé fv_ticket) et de ses règlements, marqué
        *>DUPLICATA en tête et en pied, recopié dans le spool et
        *>journalisé avec l'opérateur qui l'a imprimé ; les lignes
        *>remboursées depuis la vente restent sur le reçu,
        *>signalées comme telles
        REIMPRIMER_RECU.
                DISPLAY "Numero du ticket a reimprimer ?"
                ACCEPT dupTicket
                MOVE 0 TO dupNbLignes
                MOVE 0 TO dupTotal
                MOVE 0 TO dupTVA
                MOVE 0 TO dupRegleAutrement
                MOVE 0 TO dupRembourse
                OPEN INPUT fventes
                MOVE dupTicket TO fv_ticket
                MOVE 1 TO Wfin
                IF dupTicket = 0 THEN
                    MOVE 0 TO Wfin
                ELSE
                    START fventes KEY IS EQUAL TO fv_ticket
                        INVALID KEY MOVE 0 TO Wfin
                    END-START
                END-IF
                IF Wfin = 0 THEN
                    DISPLAY "Ticket introuvable dans les ventes ",
                        "(inconnu ou deja archive)"
                ELSE
                    PERFORM OUVRIR_SPOOL_RECUS
                    MOVE "----------------------------------"
                        TO ligneRecu
                    PERFORM EMETTRE_LIGNE_RECU
                    MOVE "*** DUPLICATA ***" TO ligneRecu
                    PERFORM EMETTRE_LIGNE_RECU
                    MOVE "RECU DE VENTE" TO ligneRecu
                    PERFORM EMETTRE_LIGNE_RECU
                    STRING "Ticket no : " DELIMITED BY SIZE
                        dupTicket DELIMITED BY SIZE
                        INTO ligneRecu
                    END-STRING
                    PERFORM EMETTRE_LIGNE_RECU
                    PERFORM UNTIL Wfin = 0
                        READ fventes NEXT
                        AT END MOVE 0 TO Wfin
                        NOT AT END
                            IF fv_ticket NOT = dupTicket THEN
                                MOVE 0 TO Wfin
                            ELSE
                                PERFORM EMETTRE_LIGNE_DUPLICATA
                            END-IF
                    END-PERFORM
                    PERFORM EMETTRE_PIED_DUPLICATA
                    CLOSE frecus

                    MOVE "RECUS" TO journalFichier
                    MOVE "DUPLICATA" TO journalOperation
                    MOVE dupTicket TO journalCle
                    MOVE SPACES TO journalAvant
                    MOVE SPACES TO journalApres
                    STRING "Duplicata du ticket " DELIMITED BY SIZE
                        dupTicket DELIMITED BY SIZE
                        " imprime par l'operateur " DELIMITED BY SIZE
                        operateurConnecte DELIMITED BY SIZE
                        INTO journalApres
                    END-STRING
                    PERFORM JOURNALISER
                END-IF
                CLOSE fventes.

        *>Ligne de vente courante du duplicata ; la première ligne
        *>lue donne aussi la date, le client et le mode principal
        EMETTRE_LIGNE_DUPLICATA.
                IF dupNbLignes = 0 THEN
                    MOVE fv_dateVente TO dupDate
                    MOVE fv_client TO dupClient
                    MOVE fv_paiement TO dupPaiement
                    STRING "Date : " DELIMITED BY SIZE
                        dupDate DELIMITED BY SIZE
                        INTO ligneRecu
                    END-STRING
                    PERFORM EMETTRE_LIGNE_RECU
                END-IF
                ADD 1 TO dupNbLignes
                COMPUTE venteMontantTotal =
                    fv_prixVente * fv_quantite
                MOVE fv_prixVente TO prixEdite
                MOVE venteMontantTotal TO montantEdite
                STRING fv_titreComics DELIMITED BY SIZE
                    " x" DELIMITED BY SIZE
                    fv_quantite DELIMITED BY SIZE
                    " a " DELIMITED BY SIZE
                    prixEdite DELIMITED BY SIZE
                    " = " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO ligneRecu
                END-STRING
                PERFORM EMETTRE_LIGNE_RECU
                ADD venteMontantTotal TO dupTotal
                ADD fv_montantTVA TO dupTVA
                ADD fv_regleAutrement TO dupRegleAutrement
                IF fv_statut = 3 THEN
                    ADD venteMontantTotal TO dupRembourse
                    IF fv_ticketEchange NOT = 0 THEN
                        STRING "      (echangee depuis, ticket no "
                            DELIMITED BY SIZE
                            fv_ticketEchange DELIMITED BY SIZE
                            ")" DELIMITED BY SIZE
                            INTO ligneRecu
                        END-STRING
                    ELSE
                        MOVE "      (ligne remboursee depuis)"
                            TO ligneRecu
                    END-IF
                    PERFORM EMETTRE_LIGNE_RECU
                END-IF
                IF fv_statut NOT = 3 AND fv_ticketEchange NOT = 0
                THEN
                    STRING "      (en echange du ticket no "
                        DELIMITED BY SIZE
                        fv_ticketEchange DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO ligneRecu
                    END-STRING
                    PERFORM EMETTRE_LIGNE_RECU
                END-IF.

        *>Totaux, règlements, client et marque de fin du duplicata
        EMETTRE_PIED_DUPLICATA.
                MOVE dupTotal TO montantEdite
                MOVE dupTVA TO montantEdite2
                STRING "Total : " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO ligneRecu
                END-STRING
                PERFORM EMETTRE_LIGNE_RECU
                STRING "  dont TVA : " DELIMITED BY SIZE
                    montantEdite2 DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO ligneRecu
                END-STRING
                PERFORM EMETTRE_LIGNE_RECU
                IF dupRegleAutrement > 0 THEN
                    MOVE dupRegleAutrement TO prixEdite
                    STRING "Regle en points/avoir/carte : "
                        DELIMITED BY SIZE
                        prixEdite DELIMITED BY SIZE
                        " EUR" DELIMITED BY SIZE
                        INTO ligneRecu
                    END-STRING
                    PERFORM EMETTRE_LIGNE_RECU
                END-IF

                *>Le détail des règlements du ticket, quand il a
                *>été payé en plusieurs modes, est relu dans
                *>freglements ; sinon seul le mode principal des
                *>lignes est connu
                MOVE 0 TO dupNbReglements
                OPEN INPUT freglements
                MOVE dupTicket TO rg_ticket
                MOVE 0 TO rg_mode
                MOVE 1 TO Wfin
                START freglements KEY IS NOT LESS THAN rg_cle
                    INVALID KEY MOVE 0 TO Wfin
                END-START
                PERFORM UNTIL Wfin = 0
                    READ freglements NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF rg_ticket NOT = dupTicket THEN
                            MOVE 0 TO Wfin
                        ELSE
                            ADD 1 TO dupNbReglements
                            MOVE rg_montant TO dupTotal
                            MOVE rg_mode TO dupPaiement
                            PERFORM EMETTRE_REGLEMENT_RECU
                        END-IF
                END-PERFORM
                CLOSE freglements
                IF dupNbReglements = 0 THEN
                    PERFORM EMETTRE_MODE_PRINCIPAL_RECU
                END-IF

                IF dupRembourse > 0 THEN
                    MOVE dupRembourse TO prixEdite
                    STRING "Rembourse depuis la vente : "
                        DELIMITED BY SIZE
                        prixEdite DELIMITED BY SIZE
                        " EUR" DELIMITED BY SIZE
                        INTO ligneRecu
                    END-STRING
                    PERFORM EMETTRE_LIGNE_RECU
                END-IF

                IF dupClient NOT = 0 THEN
                    OPEN INPUT fclients
                    MOVE dupClient TO fc_id
                    READ fclients KEY IS fc_id
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            STRING "Client : " DELIMITED BY SIZE
                                fc_prenom DELIMITED BY "  "
                                " " DELIMITED BY SIZE
                                fc_nom DELIMITED BY "  "
                                INTO ligneRecu
                            END-STRING
                            PERFORM EMETTRE_LIGNE_RECU
                    END-READ
                    CLOSE fclients
                END-IF

                ACCEPT dupDateImpression FROM DATE YYYYMMDD
                STRING "Reimprime le " DELIMITED BY SIZE
                    dupDateImpression DELIMITED BY SIZE
                    " par l'operateur " DELIMITED BY SIZE
                    operateurConnecte DELIMITED BY SIZE
                    INTO ligneRecu
                END-STRING
                PERFORM EMETTRE_LIGNE_RECU
                MOVE "*** DUPLICATA ***" TO ligneRecu
                PERFORM EMETTRE_LIGNE_RECU
                MOVE "----------------------------------" TO ligneRecu
                PERFORM EMETTRE_LIGNE_RECU.
