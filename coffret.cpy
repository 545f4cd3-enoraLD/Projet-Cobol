        *>Cette méthode propose la gestion des coffrets : coffrets
        *>d'éditeur (tomes et fourreau) et lots maison "pour
        *>commencer la série", vendus sous un EAN unique et
        *>décomposés en titres de l'inventaire
        GERER_COFFRETS.
                MOVE 0 TO choixMenuCoffret
                PERFORM WITH TEST AFTER UNTIL choixMenuCoffret = 0
                        DISPLAY "   -- COFFRETS ET LOTS --"
                        DISPLAY "      -Creer ou modifier (1)"
                        DISPLAY "      -Lister les coffrets (2)"
                        DISPLAY "      -Supprimer un coffret (3)"
                        DISPLAY "      -Coffrets constituables (4)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuCoffret
                        EVALUATE choixMenuCoffret
                            WHEN 1
                                PERFORM SAISIR_COFFRET
                            WHEN 2
                                PERFORM LISTER_COFFRETS
                            WHEN 3
                                PERFORM SUPPRIMER_COFFRET
                            WHEN 4
                                PERFORM RAPPORT_COFFRETS_CONSTITUABLES
                        END-EVALUATE
                END-PERFORM.

        *>Cherche si la saisie de la ligne de ticket (nomComicVente)
        *>est l'EAN d'un coffret : coffretTrouve, et la définition
        *>du coffret dans tamp_fcoffret
        CHERCHER_COFFRET_SAISI.
                MOVE 0 TO coffretTrouve
                IF nomComicVente(14:17) = SPACES AND
                   nomComicVente(1:13) NOT = SPACES THEN
                    OPEN INPUT fcoffrets
                    IF cr_fcoffrets = 0 THEN
                        MOVE nomComicVente(1:13) TO bx_ean
                        READ fcoffrets
                            INVALID KEY MOVE 0 TO coffretTrouve
                            NOT INVALID KEY MOVE 1 TO coffretTrouve
                        END-READ
                        CLOSE fcoffrets
                    END-IF
                END-IF.

        *>Cette méthode crée un coffret ou remplace sa définition :
        *>EAN, libellé, prix et titres composants avec leur
        *>quantité ; un coffret de neuf reste soumis à la loi Lang
        SAISIR_COFFRET.
                IF operateurRole NOT = 1 THEN
                    DISPLAY "Les coffrets sont definis par le gerant"
                ELSE
                    MOVE SPACES TO cxEan
                    PERFORM WITH TEST AFTER UNTIL cxEan NOT = SPACES
                        DISPLAY "EAN du coffret (13 caracteres) ?"
                        ACCEPT cxEan
                    END-PERFORM
                    MOVE 0 TO cxExiste
                    OPEN I-O fcoffrets
                    IF cr_fcoffrets = 35 THEN
                        OPEN OUTPUT fcoffrets
                        CLOSE fcoffrets
                        OPEN I-O fcoffrets
                    END-IF
                    MOVE cxEan TO bx_ean
                    READ fcoffrets
                        INVALID KEY MOVE 0 TO cxExiste
                        NOT INVALID KEY
                            MOVE 1 TO cxExiste
                            MOVE tamp_fcoffret TO journalAvant
                            MOVE bx_prix TO prixEdite
                            DISPLAY "Coffret existant : ", bx_libelle,
                                " a ", prixEdite, " EUR, ",
                                bx_nbComposants, " composant(s)"
                            DISPLAY "La nouvelle saisie remplace ",
                                "la definition"
                    END-READ
                    CLOSE fcoffrets

                    *>Un EAN de coffret ne doit pas masquer une
                    *>référence : à la caisse le coffret est cherché
                    *>en premier
                    MOVE cxEan TO titreOuEan
                    PERFORM RESOUDRE_TITRE_OU_EAN
                    IF refTrouvee = 1 THEN
                        DISPLAY "Cet EAN est deja celui d'une ",
                            "reference de l'inventaire"
                    ELSE
                        PERFORM SAISIR_DEFINITION_COFFRET
                    END-IF
                END-IF.

        SAISIR_DEFINITION_COFFRET.
                MOVE SPACES TO cxLibelle
                PERFORM WITH TEST AFTER UNTIL cxLibelle NOT = SPACES
                    DISPLAY "Libelle du coffret ?"
                    ACCEPT cxLibelle
                END-PERFORM
                MOVE 0 TO cxPrix
                PERFORM WITH TEST AFTER UNTIL cxPrix > 0
                    DISPLAY "Prix de vente TTC du coffret ?"
                    ACCEPT cxPrix
                END-PERFORM

                *>Saisie des composants : un titre vide termine
                *>la liste
                MOVE 0 TO cxNbComposants
                MOVE 0 TO cxFin
                PERFORM WITH TEST AFTER
                        UNTIL cxFin = 1 OR cxNbComposants = 10
                    COMPUTE idxCx = cxNbComposants + 1
                    DISPLAY "Titre du composant ", idxCx,
                        " (vide pour terminer) ?"
                    MOVE SPACES TO titreRef
                    ACCEPT titreRef
                    IF titreRef = SPACES THEN
                        MOVE 1 TO cxFin
                    ELSE
                        PERFORM AJOUTER_COMPOSANT_COFFRET
                    END-IF
                END-PERFORM

                IF cxNbComposants = 0 THEN
                    DISPLAY "Coffret sans composant, abandon"
                ELSE
                    PERFORM CONTROLER_PRIX_COFFRET
                    IF cxStockOk = 1 THEN
                        PERFORM ECRIRE_COFFRET
                    END-IF
                END-IF.

        *>Ajoute titreRef à la liste des composants : le titre doit
        *>exister dans l'inventaire et ne pas être déjà dans la
        *>liste
        AJOUTER_COMPOSANT_COFFRET.
                PERFORM VERIF_TITRE_REF
                IF trouve = 0 THEN
                    DISPLAY "Titre absent de l'inventaire"
                ELSE
                    MOVE 0 TO cxExiste
                    PERFORM VARYING idxCx FROM 1 BY 1
                            UNTIL idxCx > cxNbComposants
                        IF cc_titre(idxCx) = titreRef THEN
                            MOVE 1 TO cxExiste
                        END-IF
                    END-PERFORM
                    IF cxExiste = 1 THEN
                        DISPLAY "Titre deja dans le coffret"
                    ELSE
                        ADD 1 TO cxNbComposants
                        MOVE titreRef TO cc_titre(cxNbComposants)
                        MOVE 0 TO cc_qte(cxNbComposants)
                        PERFORM WITH TEST AFTER
                                UNTIL cc_qte(cxNbComposants) > 0
                            DISPLAY "Quantite dans le coffret ?"
                            ACCEPT cc_qte(cxNbComposants)
                        END-PERFORM
                    END-IF
                END-IF.

        *>Un coffret de livres neufs ne peut pas être vendu plus
        *>de 5 % sous la somme des prix publics de ses tomes :
        *>cxStockOk à 0 refuse le prix
        CONTROLER_PRIX_COFFRET.
                MOVE 1 TO cxStockOk
                MOVE 0 TO cxSommePublic
                OPEN INPUT finventaire
                PERFORM VARYING idxCx FROM 1 BY 1
                        UNTIL idxCx > cxNbComposants
                    MOVE cc_titre(idxCx) TO fi_titre
                    MOVE siteLocal TO fi_site
                    READ finventaire KEY IS fi_cleInv
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF fi_occasion = 0 THEN
                                IF fi_prixPublic > 0 THEN
                                    COMPUTE cxSommePublic =
                                        cxSommePublic +
                                        fi_prixPublic * cc_qte(idxCx)
                                ELSE
                                    COMPUTE cxSommePublic =
                                        cxSommePublic +
                                        fi_prix * cc_qte(idxCx)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE finventaire
                COMPUTE cxPlancher ROUNDED = cxSommePublic * 95 / 100
                IF cxPrix < cxPlancher THEN
                    MOVE cxPlancher TO montantEdite
                    DISPLAY "Loi Lang : le coffret ne peut pas etre ",
                        "vendu moins de ", montantEdite, " EUR"
                    MOVE 0 TO cxStockOk
                END-IF.

        ECRIRE_COFFRET.
                MOVE cxEan TO bx_ean
                MOVE cxLibelle TO bx_libelle
                MOVE cxPrix TO bx_prix
                MOVE cxNbComposants TO bx_nbComposants
                PERFORM VARYING idxCx FROM 1 BY 1 UNTIL idxCx > 10
                    IF idxCx > cxNbComposants THEN
                        MOVE SPACES TO bx_titre(idxCx)
                        MOVE 0 TO bx_qte(idxCx)
                    ELSE
                        MOVE cc_titre(idxCx) TO bx_titre(idxCx)
                        MOVE cc_qte(idxCx) TO bx_qte(idxCx)
                    END-IF
                END-PERFORM
                OPEN I-O fcoffrets
                IF cxExiste = 1 THEN
                    REWRITE tamp_fcoffret
                    END-REWRITE
                    MOVE "MAJ" TO journalOperation
                ELSE
                    WRITE tamp_fcoffret
                    END-WRITE
                    MOVE SPACES TO journalAvant
                    MOVE "ECRITURE" TO journalOperation
                END-IF
                MOVE cr_fcoffrets TO statutFichierOp
                MOVE "ECRITURE COFFRET" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fcoffrets
                MOVE "COFFRETS" TO journalFichier
                MOVE bx_ean TO journalCle
                MOVE tamp_fcoffret TO journalApres
                PERFORM JOURNALISER
                DISPLAY "Coffret enregistre".

        LISTER_COFFRETS.
                MOVE 0 TO cxNbCoffrets
                OPEN INPUT fcoffrets
                IF cr_fcoffrets = 0 THEN
                    MOVE 1 TO cxFin
                    PERFORM WITH TEST AFTER UNTIL cxFin = 0
                        READ fcoffrets NEXT
                        AT END MOVE 0 TO cxFin
                        NOT AT END
                            ADD 1 TO cxNbCoffrets
                            MOVE bx_prix TO prixEdite
                            DISPLAY bx_ean, " ", bx_libelle, " ",
                                prixEdite, " EUR"
                            PERFORM VARYING idxCx FROM 1 BY 1
                                    UNTIL idxCx > bx_nbComposants
                                DISPLAY "      ", bx_qte(idxCx),
                                    " x ", bx_titre(idxCx)
                            END-PERFORM
                    END-PERFORM
                    CLOSE fcoffrets
                END-IF
                DISPLAY cxNbCoffrets, " coffret(s)".

        SUPPRIMER_COFFRET.
                IF operateurRole NOT = 1 THEN
                    DISPLAY "Les coffrets sont definis par le gerant"
                ELSE
                    DISPLAY "EAN du coffret a supprimer ?"
                    ACCEPT cxEan
                    OPEN I-O fcoffrets
                    MOVE cxEan TO bx_ean
                    READ fcoffrets
                        INVALID KEY DISPLAY "Coffret inconnu"
                        NOT INVALID KEY
                            MOVE tamp_fcoffret TO journalAvant
                            DELETE fcoffrets
                            END-DELETE
                            MOVE cr_fcoffrets TO statutFichierOp
                            MOVE "SUPPRESSION COFFRET"
                                TO statutFichierLibelle
                            PERFORM VERIFIER_STATUT_FICHIER
                            MOVE "COFFRETS" TO journalFichier
                            MOVE "SUPPR" TO journalOperation
                            MOVE cxEan TO journalCle
                            MOVE SPACES TO journalApres
                            PERFORM JOURNALISER
                            DISPLAY "Coffret supprime"
                    END-READ
                    CLOSE fcoffrets
                END-IF.

        *>Cette méthode vend à la caisse le coffret scanné
        *>(tamp_fcoffret) en qteLigneSaisie exemplaires : le stock
        *>de chaque composant est contrôlé puis décrémenté, et
        *>chaque composant devient une ligne du ticket avec son
        *>propre taux de TVA, le prix du coffret étant réparti au
        *>prorata des prix des composants ; ainsi la TVA, les
        *>agrégats et le retour se font titre par titre
        VENDRE_COFFRET_TICKET.
                MOVE bx_ean TO cxEan
                MOVE bx_libelle TO cxLibelle
                MOVE bx_prix TO cxPrix
                MOVE bx_nbComposants TO cxNbComposants
                MOVE qteLigneSaisie TO cxNb
                IF nbLignesTicket + cxNbComposants > 20 THEN
                    DISPLAY "Plus assez de lignes sur le ticket pour ",
                        "ce coffret, ligne refusee"
                ELSE
                    PERFORM CHARGER_COMPOSANTS_COFFRET
                    IF cxStockOk = 1 THEN
                        PERFORM DECREMENTER_COMPOSANTS_COFFRET
                    END-IF
                    IF cxStockOk = 1 THEN
                        PERFORM REPARTIR_PRIX_COFFRET
                        PERFORM AJOUTER_LIGNES_COFFRET
                    ELSE
                        *>Un coffret refusé est de la demande perdue,
                        *>tracée comme les autres ventes manquées
                        MOVE cxEan TO vmSaisie
                        MOVE cxNb TO vmQteManquee
                        PERFORM ENREGISTRER_VENTE_MANQUEE
                    END-IF
                END-IF.

        *>Recopie les composants du coffret avec leur prix et leur
        *>taux de TVA, et vérifie que le rayon peut tous les servir
        CHARGER_COMPOSANTS_COFFRET.
                MOVE 1 TO cxStockOk
                PERFORM VARYING idxCx FROM 1 BY 1
                        UNTIL idxCx > cxNbComposants
                    MOVE bx_titre(idxCx) TO cc_titre(idxCx)
                    MOVE bx_qte(idxCx) TO cc_qte(idxCx)
                    MOVE 0 TO cc_decremente(idxCx)
                END-PERFORM
                OPEN INPUT finventaire
                PERFORM VARYING idxCx FROM 1 BY 1
                        UNTIL idxCx > cxNbComposants
                    MOVE cc_titre(idxCx) TO fi_titre
                    MOVE siteLocal TO fi_site
                    READ finventaire KEY IS fi_cleInv
                        INVALID KEY
                            DISPLAY "Composant absent de ",
                                "l'inventaire : ", cc_titre(idxCx)
                            MOVE 0 TO cxStockOk
                        NOT INVALID KEY
                            MOVE fi_prix TO cc_prix(idxCx)
                            MOVE fi_tauxTva TO cc_tauxTva(idxCx)
                            IF fi_prixPublic > 0 THEN
                                MOVE fi_prixPublic
                                    TO cc_prixPublic(idxCx)
                            ELSE
                                MOVE fi_prix TO cc_prixPublic(idxCx)
                            END-IF
                            COMPUTE cxQteComposant =
                                cc_qte(idxCx) * cxNb
                            COMPUTE cxDispo =
                                fi_quantite - fi_qteMiseCote
                            IF cxDispo < cxQteComposant THEN
                                DISPLAY "Stock rayon insuffisant pour ",
                                    cc_titre(idxCx)
                                IF fi_qteReserve > 0 THEN
                                    DISPLAY "Il reste ", fi_qteReserve,
                                        " exemplaire(s) en reserve"
                                END-IF
                                MOVE 0 TO cxStockOk
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE finventaire
                IF cxStockOk = 0 THEN
                    DISPLAY "Coffret refuse"
                END-IF.

        *>Décrémente le stock de chaque composant sous verrou ; si
        *>un composant ne peut plus être servi (vendu entre-temps
        *>par une autre caisse), les composants déjà décrémentés
        *>sont remis en stock et le coffret est refusé
        DECREMENTER_COMPOSANTS_COFFRET.
                OPEN I-O finventaire
                PERFORM VARYING idxCx FROM 1 BY 1
                        UNTIL idxCx > cxNbComposants OR cxStockOk = 0
                    MOVE cc_titre(idxCx) TO fi_titre
                    MOVE siteLocal TO fi_site
                    COMPUTE cxQteComposant = cc_qte(idxCx) * cxNb
                    READ finventaire WITH LOCK KEY IS fi_cleInv
                        INVALID KEY MOVE 0 TO cxStockOk
                        NOT INVALID KEY
                            COMPUTE cxDispo =
                                fi_quantite - fi_qteMiseCote
                            IF cxDispo < cxQteComposant THEN
                                MOVE 0 TO cxStockOk
                            ELSE
                                MOVE tamp_finventaire TO journalAvant
                                SUBTRACT cxQteComposant FROM fi_quantite
                                REWRITE tamp_finventaire
                                 INVALID KEY MOVE 0 TO cxStockOk
                                 NOT INVALID KEY
                                    MOVE 1 TO cc_decremente(idxCx)
                                END-REWRITE
                                MOVE cr_finventaire TO statutFichierOp
                                MOVE "MAJ STOCK VENTE"
                                    TO statutFichierLibelle
                                PERFORM VERIFIER_STATUT_FICHIER
                                IF cc_decremente(idxCx) = 1 THEN
                                    MOVE "INVENTAIRE" TO journalFichier
                                    MOVE "MAJ" TO journalOperation
                                    MOVE fi_titre TO journalCle
                                    MOVE tamp_finventaire
                                        TO journalApres
                                    PERFORM JOURNALISER
                                END-IF
                            END-IF
                    END-READ
                    IF cr_finventaire = 51 THEN
                        DISPLAY "Enregistrement occupe par une autre ",
                            "caisse"
                        MOVE 0 TO cxStockOk
                    END-IF
                END-PERFORM

                IF cxStockOk = 0 THEN
                    PERFORM VARYING idxCx FROM 1 BY 1
                            UNTIL idxCx > cxNbComposants
                        IF cc_decremente(idxCx) = 1 THEN
                            MOVE cc_titre(idxCx) TO fi_titre
                            MOVE siteLocal TO fi_site
                            COMPUTE cxQteComposant =
                                cc_qte(idxCx) * cxNb
                            READ finventaire WITH LOCK KEY IS fi_cleInv
                                INVALID KEY CONTINUE
                                NOT INVALID KEY
                                    MOVE tamp_finventaire
                                        TO journalAvant
                                    ADD cxQteComposant TO fi_quantite
                                    REWRITE tamp_finventaire
                                    END-REWRITE
                                    MOVE cr_finventaire
                                        TO statutFichierOp
                                    MOVE "MAJ STOCK VENTE"
                                        TO statutFichierLibelle
                                    PERFORM VERIFIER_STATUT_FICHIER
                                    MOVE "INVENTAIRE" TO journalFichier
                                    MOVE "MAJ" TO journalOperation
                                    MOVE fi_titre TO journalCle
                                    MOVE tamp_finventaire
                                        TO journalApres
                                    PERFORM JOURNALISER
                            END-READ
                            MOVE 0 TO cc_decremente(idxCx)
                        END-IF
                    END-PERFORM
                    DISPLAY "Coffret refuse, stock des composants ",
                        "inchange, reessayez cette ligne"
                END-IF
                CLOSE finventaire.

        *>Répartit le prix du coffret sur ses composants au prorata
        *>de leur prix de vente : le composant de plus petite
        *>quantité absorbe l'arrondi, pour que les lignes
        *>retombent sur le prix du coffret
        REPARTIR_PRIX_COFFRET.
                MOVE 0 TO cxPoidsTotal
                MOVE 1 TO cxAbsorbe
                PERFORM VARYING idxCx FROM 1 BY 1
                        UNTIL idxCx > cxNbComposants
                    COMPUTE cxPoidsTotal = cxPoidsTotal +
                        cc_prix(idxCx) * cc_qte(idxCx)
                    IF cc_qte(idxCx) < cc_qte(cxAbsorbe) THEN
                        MOVE idxCx TO cxAbsorbe
                    END-IF
                END-PERFORM
                MOVE 0 TO cxReparti
                PERFORM VARYING idxCx FROM 1 BY 1
                        UNTIL idxCx > cxNbComposants
                    IF idxCx NOT = cxAbsorbe THEN
                        IF cxPoidsTotal > 0 THEN
                            COMPUTE cc_prixUnitaire(idxCx) ROUNDED =
                                cxPrix * cc_prix(idxCx) / cxPoidsTotal
                        ELSE
                            MOVE 0 TO cc_prixUnitaire(idxCx)
                        END-IF
                        COMPUTE cxReparti = cxReparti +
                            cc_prixUnitaire(idxCx) * cc_qte(idxCx)
                    END-IF
                END-PERFORM
                IF cxReparti < cxPrix THEN
                    COMPUTE cc_prixUnitaire(cxAbsorbe) ROUNDED =
                        (cxPrix - cxReparti) / cc_qte(cxAbsorbe)
                ELSE
                    MOVE 0 TO cc_prixUnitaire(cxAbsorbe)
                END-IF.

        *>Chaque composant devient une ligne du ticket ; la
        *>première porte le libellé et le total du coffret pour le
        *>reçu. Le prix plancher de la ligne est son prix net : le
        *>prix du coffret est déjà contrôlé à sa définition et les
        *>points de fidélité ne le réduisent pas davantage
        AJOUTER_LIGNES_COFFRET.
                COMPUTE cxPremiereLigne = nbLignesTicket + 1
                PERFORM VARYING idxCx FROM 1 BY 1
                        UNTIL idxCx > cxNbComposants
                    ADD 1 TO nbLignesTicket
                    MOVE cc_titre(idxCx) TO tl_titre(nbLignesTicket)
                    COMPUTE tl_qte(nbLignesTicket) =
                        cc_qte(idxCx) * cxNb
                    MOVE cc_tauxTva(idxCx)
                        TO tl_tauxTva(nbLignesTicket)
                    MOVE cc_prix(idxCx) TO tl_prixNormal(nbLignesTicket)
                    IF cc_prix(idxCx) > cc_prixUnitaire(idxCx) THEN
                        COMPUTE tl_remise(nbLignesTicket) =
                            cc_prix(idxCx) - cc_prixUnitaire(idxCx)
                    ELSE
                        MOVE 0 TO tl_remise(nbLignesTicket)
                    END-IF
                    MOVE cc_prixUnitaire(idxCx)
                        TO tl_prixUnitaire(nbLignesTicket)
                    COMPUTE tl_montant(nbLignesTicket) =
                        cc_prixUnitaire(idxCx) * tl_qte(nbLignesTicket)
                    MOVE cc_prixPublic(idxCx)
                        TO tl_prixPublic(nbLignesTicket)
                    MOVE cc_prixUnitaire(idxCx)
                        TO tl_prixPlancher(nbLignesTicket)
                    MOVE tl_remise(nbLignesTicket)
                        TO tl_remiseDemandee(nbLignesTicket)
                    MOVE 0 TO tl_web(nbLignesTicket)
                    MOVE cxEan TO tl_coffret(nbLignesTicket)
                    MOVE 0 TO tl_coffretTete(nbLignesTicket)
                    MOVE 0 TO tl_gerant(nbLignesTicket)
                    ADD tl_montant(nbLignesTicket) TO ticketTotal
                END-PERFORM
                MOVE 1 TO tl_coffretTete(cxPremiereLigne)
                MOVE cxLibelle TO tl_coffretLibelle(cxPremiereLigne)
                MOVE cxNb TO tl_coffretNb(cxPremiereLigne)
                MOVE 0 TO tl_coffretMontant(cxPremiereLigne)
                PERFORM VARYING idxCx FROM cxPremiereLigne BY 1
                        UNTIL idxCx > nbLignesTicket
                    ADD tl_montant(idxCx)
                        TO tl_coffretMontant(cxPremiereLigne)
                END-PERFORM
                MOVE tl_coffretMontant(cxPremiereLigne) TO montantEdite
                DISPLAY "Coffret ", cxLibelle, " x", cxNb, " : ",
                    montantEdite, " EUR".

        *>Ligne de tête d'un coffret sur le reçu de vente
        EMETTRE_TETE_COFFRET_RECU.
                MOVE tl_coffretMontant(idxLigneTicket) TO montantEdite
                STRING "COFFRET " DELIMITED BY SIZE
                    tl_coffretLibelle(idxLigneTicket) DELIMITED BY SIZE
                    " x" DELIMITED BY SIZE
                    tl_coffretNb(idxLigneTicket) DELIMITED BY SIZE
                    " = " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO ligneRecu
                END-STRING
                PERFORM EMETTRE_LIGNE_RECU.

        *>Cette méthode rembourse un coffret vendu : toutes les
        *>lignes composants du ticket encore en vente (fv_statut 0)
        *>sont remboursées ensemble par RETOUR_VENTE, avec un seul
        *>mode de remboursement, ce qui remet chaque composant en
        *>stock et le retire de son agrégat
        RETOUR_COFFRET.
                DISPLAY "Numero du ticket de la vente ?"
                ACCEPT cxTicket
                DISPLAY "EAN du coffret a rembourser ?"
                ACCEPT cxEan
                MOVE 0 TO cxNbRetours
                MOVE 0 TO cxMontantRetour
                OPEN INPUT fventes
                MOVE cxTicket TO fv_ticket
                START fventes KEY IS = fv_ticket
                    INVALID KEY MOVE 0 TO cxFin
                    NOT INVALID KEY
                        MOVE 1 TO cxFin
                        PERFORM WITH TEST AFTER UNTIL cxFin = 0
                            READ fventes NEXT
                            AT END MOVE 0 TO cxFin
                            NOT AT END
                                IF fv_ticket NOT = cxTicket THEN
                                    MOVE 0 TO cxFin
                                ELSE
                                    IF fv_coffret = cxEan AND
                                       fv_statut = 0 AND
                                       cxNbRetours < 20 THEN
                                        ADD 1 TO cxNbRetours
                                        MOVE fv_id
                                            TO cxRetourId(cxNbRetours)
                                        COMPUTE cxMontantRetour =
                                            cxMontantRetour +
                                            fv_prixVente * fv_quantite
                                        MOVE fv_client TO dgClient
                                    END-IF
                                END-IF
                            END-READ
                        END-PERFORM
                END-START
                CLOSE fventes

                IF cxNbRetours = 0 THEN
                    DISPLAY "Aucun coffret ", cxEan, " a rembourser ",
                        "sur ce ticket"
                    MOVE 0 TO dgAccord
                ELSE
                    *>Le seuil de remboursement s'apprécie sur le
                    *>coffret entier
                    MOVE cxMontantRetour TO dgValeur
                    MOVE SPACES TO dgObjet
                    STRING "Coffret " DELIMITED BY SIZE
                        cxEan DELIMITED BY SIZE
                        INTO dgObjet
                    END-STRING
                    PERFORM CONTROLER_DEROGATION_RETOUR
                    IF dgAccord = 0 THEN
                        DISPLAY "Remboursement non effectue"
                    END-IF
                END-IF
                IF dgAccord = 1 THEN
                    DISPLAY cxNbRetours, " ligne(s) composant(s) a ",
                        "rembourser"
                    MOVE 0 TO retourModeImpose
                    PERFORM WITH TEST AFTER
                        UNTIL retourModeImpose = 1
                           OR retourModeImpose = 2
                           OR retourModeImpose = 3
                        DISPLAY "Remboursement : especes (1), ",
                            "carte (2) ou avoir (3) ?"
                        ACCEPT retourModeImpose
                    END-PERFORM
                    MOVE 1 TO retourCoffretEnCours
                    PERFORM VARYING idxCxR FROM 1 BY 1
                            UNTIL idxCxR > cxNbRetours
                        MOVE cxRetourId(idxCxR) TO idVente
                        PERFORM RETOUR_VENTE
                    END-PERFORM
                    MOVE 0 TO retourCoffretEnCours
                    MOVE 0 TO retourModeImpose
                    DISPLAY "Coffret rembourse"
                END-IF.

        *>Cette méthode édite, pour chaque coffret, combien on peut
        *>en constituer avec le stock actuel de la boutique : avec
        *>le seul stock en rayon, puis en comptant la réserve, et
        *>le composant qui limite
        RAPPORT_COFFRETS_CONSTITUABLES.
                MOVE "coffrets.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "COFFRETS CONSTITUABLES" TO rapportTitre
                MOVE "EAN LIBELLE PRIX RAYON AVEC RESERVE LIMITANT"
                    TO rapportColonnes
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                MOVE 0 TO cxNbCoffrets
                OPEN INPUT fcoffrets
                IF cr_fcoffrets = 0 THEN
                    OPEN INPUT finventaire
                    MOVE 1 TO cxFin
                    PERFORM WITH TEST AFTER UNTIL cxFin = 0
                        READ fcoffrets NEXT
                        AT END MOVE 0 TO cxFin
                        NOT AT END
                            ADD 1 TO cxNbCoffrets
                            PERFORM CALCULER_COFFRETS_POSSIBLES
                            PERFORM EDITER_COFFRET_POSSIBLE
                    END-PERFORM
                    CLOSE finventaire
                    CLOSE fcoffrets
                END-IF
                MOVE SPACES TO tamp_frapport
                STRING cxNbCoffrets DELIMITED BY SIZE
                    " coffret(s) defini(s)" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY "Coffrets constituables ecrits dans ",
                    nomRapport.

        *>Nombre de coffrets tamp_fcoffret constituables : le
        *>minimum, sur les composants, du stock divisé par la
        *>quantité dans le coffret (finventaire déjà ouvert)
        CALCULER_COFFRETS_POSSIBLES.
                MOVE 999999 TO cxPossibles
                MOVE 999999 TO cxPossiblesTotal
                MOVE SPACES TO cxLimitant
                PERFORM VARYING idxCx FROM 1 BY 1
                        UNTIL idxCx > bx_nbComposants
                    MOVE bx_titre(idxCx) TO fi_titre
                    MOVE siteLocal TO fi_site
                    READ finventaire KEY IS fi_cleInv
                        INVALID KEY
                            MOVE 0 TO cxPossibles
                            MOVE 0 TO cxPossiblesTotal
                            MOVE bx_titre(idxCx) TO cxLimitant
                        NOT INVALID KEY
                            COMPUTE cxDispo =
                                fi_quantite - fi_qteMiseCote
                            IF cxDispo < 0 THEN
                                MOVE 0 TO cxDispo
                            END-IF
                            COMPUTE cxQuotient = cxDispo / bx_qte(idxCx)
                            IF cxQuotient < cxPossibles THEN
                                MOVE cxQuotient TO cxPossibles
                                MOVE bx_titre(idxCx) TO cxLimitant
                            END-IF
                            COMPUTE cxQuotient =
                                (cxDispo + fi_qteReserve) /
                                bx_qte(idxCx)
                            IF cxQuotient < cxPossiblesTotal THEN
                                MOVE cxQuotient TO cxPossiblesTotal
                            END-IF
                    END-READ
                END-PERFORM
                IF bx_nbComposants = 0 THEN
                    MOVE 0 TO cxPossibles
                    MOVE 0 TO cxPossiblesTotal
                END-IF.

        EDITER_COFFRET_POSSIBLE.
                MOVE bx_prix TO prixEdite
                MOVE SPACES TO tamp_frapport
                STRING bx_ean DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    bx_libelle DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    prixEdite DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    cxPossibles DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    cxPossiblesTotal DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    cxLimitant DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                DISPLAY bx_libelle, " : ", cxPossibles,
                    " en rayon, ", cxPossiblesTotal,
                    " avec la reserve".
