        *>Cette méthode reconstitue le stock de chaque référence de
        *>chaque boutique à une date passée (l'inventaire physique
        *>se fait souvent quelques jours après la clôture), et le
        *>valorise au coût qui s'appliquait alors, avec les totaux
        *>par taux de TVA que le bilan attend
        POSITION_STOCK_DATE.
                IF operateurRole NOT = 1 THEN
                    DISPLAY "La position du stock a date est ",
                        "reservee au gerant"
                ELSE
                    MOVE 0 TO dateValide
                    PERFORM WITH TEST AFTER UNTIL dateValide = 1
                        DISPLAY "Position du stock au (jj/mm/aaaa) ?"
                        ACCEPT dateSaisie
                        PERFORM VALIDER_FORMAT_DATE
                        IF dateValide = 0 THEN
                            DISPLAY "Format invalide, attendu ",
                                "jj/mm/aaaa"
                        END-IF
                    END-PERFORM
                    PERFORM CONVERTIR_DATE_TRI
                    MOVE dateTri TO pdDate
                    PERFORM POSITION_DATE_TRAITEMENT
                END-IF.

        *>Coeur de la position à date, sans aucune saisie (le mode
        *>batch l'enchaîne aussi) : pdDate est positionnée. On part
        *>du stock du jour (rayon plus réserve) et on défait tous
        *>les mouvements datés après pdDate : les ventes et les
        *>commandes honorées sont remises en stock, les
        *>remboursements, achats et réceptions, écarts de comptage,
        *>retours fournisseurs, transferts et rachats sont
        *>retranchés ou rajoutés selon leur sens. Les mouvements
        *>passent par le tri externe, regroupés par boutique et par
        *>titre, puis sont interclassés avec l'inventaire lu dans
        *>l'ordre de sa clé
        POSITION_DATE_TRAITEMENT.
                ACCEPT pdDateJour FROM DATE YYYYMMDD
                IF pdDate NOT < pdDateJour THEN
                    DISPLAY "La date doit etre anterieure a ",
                        "aujourd'hui : la valorisation du jour ",
                        "donne deja le stock courant"
                ELSE
                    MOVE 0 TO pdNbVentes
                    MOVE 0 TO pdNbCommandes
                    MOVE 0 TO pdNbRetours
                    MOVE 0 TO pdNbAchats
                    MOVE 0 TO pdNbComptages
                    MOVE 0 TO pdNbRetoursF
                    MOVE 0 TO pdNbTransferts
                    MOVE 0 TO pdNbRachats
                    SORT ftri ON ASCENDING KEY tr_site tr_cle tr_ordre
                        INPUT PROCEDURE IS PD_ALIMENTER_TRI
                        OUTPUT PROCEDURE IS PD_EXPLOITER_TRI
                END-IF.

        *>Alimente le tri avec un mouvement par opération datée
        *>après pdDate, et le coût moyen de chaque référence tel
        *>qu'il était avant sa première modification après pdDate
        PD_ALIMENTER_TRI.
                PERFORM PD_TRI_VENTES
                PERFORM PD_TRI_VENTES_ARCHIVE
                PERFORM PD_TRI_JOURNAL_VENTES
                PERFORM PD_TRI_JOURNAL_INVENTAIRE
                PERFORM PD_TRI_ACHATS
                PERFORM PD_TRI_COMPTAGES
                PERFORM PD_TRI_RETOURS_FOURN
                PERFORM PD_TRI_TRANSFERTS
                PERFORM PD_TRI_RACHATS.

        *>Ventes au ticket (une commande, sans ticket, sort du
        *>stock le jour où elle est honorée : elle est prise dans
        *>le journal) ; une vente remboursée depuis compte aussi,
        *>son remboursement étant défait à part
        PD_TRI_VENTES.
                OPEN INPUT fventes
                MOVE 1 TO pdFin
                PERFORM WITH TEST AFTER UNTIL pdFin = 0
                    READ fventes NEXT
                    AT END MOVE 0 TO pdFin
                    NOT AT END
                        IF fv_dateVente > pdDate AND fv_ticket > 0
                           AND (fv_statut = 0 OR fv_statut = 3) THEN
                            MOVE fv_site TO tr_site
                            MOVE fv_titreComics TO tr_cle
                            MOVE "V" TO tr_type
                            MOVE fv_quantite TO tr_qte
                            PERFORM PD_LIBERER_MOUVEMENT
                            ADD 1 TO pdNbVentes
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fventes.

        PD_TRI_VENTES_ARCHIVE.
                OPEN INPUT fventesArchive
                MOVE 1 TO pdFin
                PERFORM WITH TEST AFTER UNTIL pdFin = 0
                    READ fventesArchive NEXT
                    AT END MOVE 0 TO pdFin
                    NOT AT END
                        IF fva_dateVente > pdDate AND fva_ticket > 0
                           AND (fva_statut = 0 OR fva_statut = 3) THEN
                            MOVE fva_site TO tr_site
                            MOVE fva_titreComics TO tr_cle
                            MOVE "V" TO tr_type
                            MOVE fva_quantite TO tr_qte
                            PERFORM PD_LIBERER_MOUVEMENT
                            ADD 1 TO pdNbVentes
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fventesArchive.

        *>Les commandes honorées et les remboursements ne datent
        *>pas la ligne de vente : c'est le journal d'audit qui dit
        *>quand la ligne est passée d'en attente (1) à honorée (2),
        *>ou de vendue à remboursée (3) ; son image après donne le
        *>titre, la quantité et la boutique
        PD_TRI_JOURNAL_VENTES.
                OPEN INPUT fjournal
                MOVE "VENTES" TO jr_fichier
                START fjournal KEY IS = jr_fichier
                    INVALID KEY MOVE 0 TO pdFin
                    NOT INVALID KEY
                        MOVE 1 TO pdFin
                        PERFORM WITH TEST AFTER UNTIL pdFin = 0
                            READ fjournal NEXT
                            AT END MOVE 0 TO pdFin
                            NOT AT END
                                IF jr_fichier NOT = "VENTES" THEN
                                    MOVE 0 TO pdFin
                                ELSE
                                    PERFORM PD_EXAMINER_JOURNAL_VENTE
                                END-IF
                            END-READ
                        END-PERFORM
                END-START
                CLOSE fjournal.

        PD_EXAMINER_JOURNAL_VENTE.
                IF jr_dateHeure / 1000000 > pdDate AND
                   jr_operation = "MAJ" THEN
                    MOVE jr_apres TO tamp_fvente
                    IF fv_statut = 2 AND
                       jr_avant(16:15) = "000000000000001" THEN
                        MOVE "H" TO tr_type
                        ADD 1 TO pdNbCommandes
                    ELSE
                        IF fv_statut = 3 AND
                           jr_avant(16:15) NOT = "000000000000003"
                        THEN
                            MOVE "R" TO tr_type
                            ADD 1 TO pdNbRetours
                        ELSE
                            MOVE SPACES TO tr_type
                        END-IF
                    END-IF
                    IF tr_type NOT = SPACES THEN
                        MOVE fv_site TO tr_site
                        MOVE fv_titreComics TO tr_cle
                        MOVE fv_quantite TO tr_qte
                        PERFORM PD_LIBERER_MOUVEMENT
                    END-IF
                END-IF.

        *>Le coût moyen pondéré n'est pas historisé : celui d'une
        *>référence à pdDate est celui de l'image avant de sa
        *>première modification au journal après pdDate (sans
        *>modification depuis, c'est le coût du jour)
        PD_TRI_JOURNAL_INVENTAIRE.
                OPEN INPUT fjournal
                MOVE "INVENTAIRE" TO jr_fichier
                START fjournal KEY IS = jr_fichier
                    INVALID KEY MOVE 0 TO pdFin
                    NOT INVALID KEY
                        MOVE 1 TO pdFin
                        PERFORM WITH TEST AFTER UNTIL pdFin = 0
                            READ fjournal NEXT
                            AT END MOVE 0 TO pdFin
                            NOT AT END
                                IF jr_fichier NOT = "INVENTAIRE" THEN
                                    MOVE 0 TO pdFin
                                ELSE
                                    IF jr_dateHeure / 1000000 > pdDate
                                       AND jr_avant NOT = SPACES THEN
                                        MOVE jr_avant
                                            TO tamp_finventaire
                                        MOVE fi_site TO tr_site
                                        MOVE fi_titre TO tr_cle
                                        MOVE "P" TO tr_type
                                        MOVE 0 TO tr_qte
                                        MOVE fi_pmp TO tr_montant
                                        MOVE jr_id TO tr_ordre
                                        RELEASE tamp_ftri
                                    END-IF
                                END-IF
                            END-READ
                        END-PERFORM
                END-START
                CLOSE fjournal.

        *>Achats directs et réceptions de commandes fournisseurs
        *>(une réception crée son achat)
        PD_TRI_ACHATS.
                OPEN INPUT fachats
                MOVE 1 TO pdFin
                PERFORM WITH TEST AFTER UNTIL pdFin = 0
                    READ fachats NEXT
                    AT END MOVE 0 TO pdFin
                    NOT AT END
                        IF fa_dateAchat > pdDate THEN
                            MOVE fa_site TO tr_site
                            MOVE fa_titreComics TO tr_cle
                            MOVE "A" TO tr_type
                            MOVE fa_quantite TO tr_qte
                            PERFORM PD_LIBERER_MOUVEMENT
                            ADD 1 TO pdNbAchats
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fachats.

        *>Ecarts de comptage (casse, vol, erreur) ; le motif 4 est
        *>le double d'un retour fournisseur, défait par ailleurs.
        *>Le mouvement porte le site de la fiche corrigée (écart
        *>de clôture d'un salon compris) ; les plus anciens, sans
        *>site, sont ceux du poste qui les a enregistrés
        PD_TRI_COMPTAGES.
                OPEN INPUT fmouvements
                MOVE 1 TO pdFin
                PERFORM WITH TEST AFTER UNTIL pdFin = 0
                    READ fmouvements NEXT
                    AT END MOVE 0 TO pdFin
                    NOT AT END
                        IF mv_date > pdDate AND mv_motif NOT = 4
                           AND mv_ecart NOT = 0 THEN
                            MOVE mv_site TO tr_site
                            MOVE mv_titreComics TO tr_cle
                            IF mv_ecart > 0 THEN
                                MOVE "C" TO tr_type
                                MOVE mv_ecart TO tr_qte
                            ELSE
                                MOVE "D" TO tr_type
                                COMPUTE tr_qte = 0 - mv_ecart
                            END-IF
                            PERFORM PD_LIBERER_MOUVEMENT
                            ADD 1 TO pdNbComptages
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fmouvements.

        *>Lignes des retours fournisseurs (l'entête, ligne 0, ne
        *>porte aucun titre)
        PD_TRI_RETOURS_FOURN.
                OPEN INPUT fretoursF
                MOVE 1 TO pdFin
                PERFORM WITH TEST AFTER UNTIL pdFin = 0
                    READ fretoursF NEXT
                    AT END MOVE 0 TO pdFin
                    NOT AT END
                        *>Les défectueux joints au retour sont déjà
                        *>sortis du rayon par leur mouvement d'échange
                        IF rf_ligne > 0 AND rf_dateRetour > pdDate
                           AND rf_origine NOT = "D" THEN
                            MOVE siteLocal TO tr_site
                            MOVE rf_titreComics TO tr_cle
                            MOVE "F" TO tr_type
                            MOVE rf_quantite TO tr_qte
                            PERFORM PD_LIBERER_MOUVEMENT
                            ADD 1 TO pdNbRetoursF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fretoursF.

        *>Un transfert sort du stock de l'expéditeur à son envoi et
        *>entre dans celui du destinataire à sa réception
        PD_TRI_TRANSFERTS.
                OPEN INPUT ftransferts
                MOVE 1 TO pdFin
                PERFORM WITH TEST AFTER UNTIL pdFin = 0
                    READ ftransferts NEXT
                    AT END MOVE 0 TO pdFin
                    NOT AT END
                        IF tf_statut NOT = 2 THEN
                            MOVE tf_titreComics TO tr_cle
                            MOVE tf_quantite TO tr_qte
                            IF tf_dateEnvoi > pdDate THEN
                                MOVE tf_siteOrigine TO tr_site
                                MOVE "E" TO tr_type
                                PERFORM PD_LIBERER_MOUVEMENT
                                ADD 1 TO pdNbTransferts
                            END-IF
                            IF tf_statut = 1 AND
                               tf_dateReception > pdDate THEN
                                MOVE tf_siteDest TO tr_site
                                MOVE "T" TO tr_type
                                PERFORM PD_LIBERER_MOUVEMENT
                                ADD 1 TO pdNbTransferts
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE ftransferts.

        *>Rachats d'occasion au comptoir : un exemplaire chacun
        PD_TRI_RACHATS.
                OPEN INPUT frachatsOcc
                MOVE 1 TO pdFin
                PERFORM WITH TEST AFTER UNTIL pdFin = 0
                    READ frachatsOcc NEXT
                    AT END MOVE 0 TO pdFin
                    NOT AT END
                        IF rc_date > pdDate THEN
                            MOVE siteLocal TO tr_site
                            MOVE rc_titreComics TO tr_cle
                            MOVE "O" TO tr_type
                            MOVE 1 TO tr_qte
                            PERFORM PD_LIBERER_MOUVEMENT
                            ADD 1 TO pdNbRachats
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE frachatsOcc.

        *>Remet au tri le mouvement préparé (une boutique à 0 est
        *>celle du poste, comme pour les anciennes ventes)
        PD_LIBERER_MOUVEMENT.
                IF tr_site = 0 THEN
                    MOVE siteLocal TO tr_site
                END-IF
                MOVE 0 TO tr_montant
                MOVE 0 TO tr_ordre
                RELEASE tamp_ftri.

        *>Interclasse les mouvements triés avec l'inventaire lu dans
        *>l'ordre de sa clé (boutique puis titre) et édite chaque
        *>référence à sa quantité et à son coût à pdDate
        PD_EXPLOITER_TRI.
                MOVE "stockDate.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "POSITION DU STOCK A DATE" TO rapportTitre
                MOVE "SITE / TITRE / QTE / COUT UNITAIRE / VALEUR / TVA"
                    TO rapportColonnes
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                MOVE SPACES TO tamp_frapport
                STRING "Stock au " DELIMITED BY SIZE
                    dateSaisie DELIMITED BY SIZE
                    " reconstitue depuis le stock du " DELIMITED BY SIZE
                    pdDateJour DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION

                MOVE 0 TO pdNbReferences
                MOVE 0 TO pdNbNegatifs
                MOVE 0 TO pdNbOrphelins
                MOVE 0 TO pdNbTva
                MOVE 0 TO pdValeurTotale
                MOVE 0 TO pdQteTotale
                MOVE 0 TO pdValeurSite
                MOVE 0 TO pdQteSite
                MOVE 0 TO pdSiteCourant
                MOVE 0 TO finTri
                PERFORM PD_LIRE_TRI
                OPEN INPUT finventaire
                MOVE 1 TO pdFin
                PERFORM WITH TEST AFTER UNTIL pdFin = 0
                    READ finventaire NEXT
                    AT END MOVE 0 TO pdFin
                    NOT AT END
                        MOVE fi_site TO pdInvSite
                        MOVE fi_titre TO pdInvTitre
                        *>Des mouvements sur une référence supprimée
                        *>depuis n'ont plus de stock où s'appliquer
                        PERFORM PD_IGNORER_ORPHELIN
                            UNTIL finTri = 1 OR pdCleTri NOT < pdCleInv
                        MOVE 0 TO pdDelta
                        MOVE 0 TO pdPmpTrouve
                        PERFORM PD_CUMULER_MOUVEMENT
                            UNTIL finTri = 1 OR pdCleTri NOT = pdCleInv
                        PERFORM PD_EDITER_REFERENCE
                    END-READ
                END-PERFORM
                CLOSE finventaire
                PERFORM PD_IGNORER_ORPHELIN UNTIL finTri = 1
                IF pdSiteCourant NOT = 0 THEN
                    PERFORM PD_EDITER_TOTAL_SITE
                END-IF
                PERFORM PD_EDITER_TOTAUX
                CLOSE frapport
                MOVE pdValeurTotale TO pdValeurEditee
                DISPLAY pdNbReferences, " reference(s) en stock au ",
                    dateSaisie, ", valeur ", pdValeurEditee, " EUR"
                DISPLAY "Rapport ecrit dans ", nomRapport.

        *>Lit le mouvement trié suivant et prépare sa clé
        PD_LIRE_TRI.
                RETURN ftri
                    AT END
                        MOVE 1 TO finTri
                    NOT AT END
                        MOVE tr_site TO pdTriSite
                        MOVE tr_cle TO pdTriTitre
                END-RETURN.

        PD_IGNORER_ORPHELIN.
                IF tr_type NOT = "P" THEN
                    ADD 1 TO pdNbOrphelins
                END-IF
                PERFORM PD_LIRE_TRI.

        *>Défait un mouvement sur la référence courante : ce qui
        *>est sorti après pdDate y était encore, ce qui est entré
        *>n'y était pas ; le premier coût moyen rencontré est le
        *>plus ancien
        PD_CUMULER_MOUVEMENT.
                EVALUATE tr_type
                    WHEN "V"
                    WHEN "H"
                    WHEN "D"
                    WHEN "F"
                    WHEN "E"
                        ADD tr_qte TO pdDelta
                    WHEN "R"
                    WHEN "A"
                    WHEN "C"
                    WHEN "T"
                    WHEN "O"
                        SUBTRACT tr_qte FROM pdDelta
                    WHEN "P"
                        IF pdPmpTrouve = 0 THEN
                            MOVE tr_montant TO pdPmpDate
                            MOVE 1 TO pdPmpTrouve
                        END-IF
                END-EVALUATE
                PERFORM PD_LIRE_TRI.

        *>Edite la référence courante à sa position à pdDate, au
        *>coût moyen de l'époque (le prix de vente faute de coût
        *>connu, comme la valorisation du jour)
        PD_EDITER_REFERENCE.
                IF fi_site NOT = pdSiteCourant THEN
                    IF pdSiteCourant NOT = 0 THEN
                        PERFORM PD_EDITER_TOTAL_SITE
                    END-IF
                    MOVE fi_site TO pdSiteCourant
                    MOVE 0 TO pdValeurSite
                    MOVE 0 TO pdQteSite
                END-IF
                COMPUTE pdQteDate =
                    fi_quantite + fi_qteReserve + pdDelta
                *>Un stock négatif trahit un mouvement non tracé
                *>(correction manuelle de fiche) : il est compté et
                *>ramené à zéro
                IF pdQteDate < 0 THEN
                    ADD 1 TO pdNbNegatifs
                    MOVE 0 TO pdQteDate
                END-IF
                IF pdQteDate > 0 THEN
                    IF pdPmpTrouve = 1 THEN
                        MOVE pdPmpDate TO pdCout
                    ELSE
                        MOVE fi_pmp TO pdCout
                    END-IF
                    IF pdCout = 0 THEN
                        MOVE fi_prix TO pdCout
                    END-IF
                    COMPUTE pdValeurLigne = pdQteDate * pdCout
                    ADD 1 TO pdNbReferences
                    ADD pdQteDate TO pdQteSite
                    ADD pdValeurLigne TO pdValeurSite
                    ADD pdQteDate TO pdQteTotale
                    ADD pdValeurLigne TO pdValeurTotale
                    PERFORM PD_CUMULER_TVA
                    MOVE pdQteDate TO pdQteEditee
                    MOVE pdCout TO prixEdite
                    MOVE pdValeurLigne TO pdValeurEditee
                    MOVE fi_tauxTva TO pdTauxEdite
                    MOVE SPACES TO tamp_frapport
                    STRING fi_site DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        fi_titre DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        pdQteEditee DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        prixEdite DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        pdValeurEditee DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        pdTauxEdite DELIMITED BY SIZE
                        "%" DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                    PERFORM ECRIRE_LIGNE_EDITION
                END-IF.

        *>Cumule la ligne sur son taux de TVA
        PD_CUMULER_TVA.
                MOVE 0 TO idxPd
                PERFORM VARYING idxPd FROM 1 BY 1
                        UNTIL idxPd > pdNbTva
                           OR pt_taux(idxPd) = fi_tauxTva
                    CONTINUE
                END-PERFORM
                IF idxPd > pdNbTva AND pdNbTva < 10 THEN
                    ADD 1 TO pdNbTva
                    MOVE pdNbTva TO idxPd
                    MOVE fi_tauxTva TO pt_taux(idxPd)
                    MOVE 0 TO pt_qte(idxPd)
                    MOVE 0 TO pt_valeur(idxPd)
                END-IF
                IF idxPd NOT > pdNbTva THEN
                    ADD pdQteDate TO pt_qte(idxPd)
                    ADD pdValeurLigne TO pt_valeur(idxPd)
                END-IF.

        PD_EDITER_TOTAL_SITE.
                MOVE pdValeurSite TO pdValeurEditee
                MOVE SPACES TO tamp_frapport
                STRING "  Total site " DELIMITED BY SIZE
                    pdSiteCourant DELIMITED BY SIZE
                    " : " DELIMITED BY SIZE
                    pdQteSite DELIMITED BY SIZE
                    " ex., " DELIMITED BY SIZE
                    pdValeurEditee DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION.

        *>Totaux par taux de TVA pour le bilan, mouvements défaits
        *>par nature, puis total général en pied
        PD_EDITER_TOTAUX.
                PERFORM VARYING idxPd FROM 1 BY 1
                        UNTIL idxPd > pdNbTva
                    MOVE pt_taux(idxPd) TO pdTauxEdite
                    MOVE pt_valeur(idxPd) TO pdValeurEditee
                    MOVE SPACES TO tamp_frapport
                    STRING "Total TVA " DELIMITED BY SIZE
                        pdTauxEdite DELIMITED BY SIZE
                        "% : " DELIMITED BY SIZE
                        pt_qte(idxPd) DELIMITED BY SIZE
                        " ex., " DELIMITED BY SIZE
                        pdValeurEditee DELIMITED BY SIZE
                        " EUR" DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                    PERFORM ECRIRE_LIGNE_EDITION
                END-PERFORM
                MOVE SPACES TO tamp_frapport
                STRING "Defaits : " DELIMITED BY SIZE
                    pdNbVentes DELIMITED BY SIZE
                    " ventes, " DELIMITED BY SIZE
                    pdNbCommandes DELIMITED BY SIZE
                    " commandes, " DELIMITED BY SIZE
                    pdNbRetours DELIMITED BY SIZE
                    " remboursements, " DELIMITED BY SIZE
                    pdNbAchats DELIMITED BY SIZE
                    " achats/receptions" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE SPACES TO tamp_frapport
                STRING "          " DELIMITED BY SIZE
                    pdNbComptages DELIMITED BY SIZE
                    " ecarts de comptage, " DELIMITED BY SIZE
                    pdNbRetoursF DELIMITED BY SIZE
                    " retours fourn., " DELIMITED BY SIZE
                    pdNbTransferts DELIMITED BY SIZE
                    " transferts, " DELIMITED BY SIZE
                    pdNbRachats DELIMITED BY SIZE
                    " rachats" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                IF pdNbNegatifs > 0 OR pdNbOrphelins > 0 THEN
                    MOVE SPACES TO tamp_frapport
                    STRING "A verifier : " DELIMITED BY SIZE
                        pdNbNegatifs DELIMITED BY SIZE
                        " position(s) negative(s) ramenee(s) a 0, "
                            DELIMITED BY SIZE
                        pdNbOrphelins DELIMITED BY SIZE
                        " mouvement(s) sur reference(s) supprimee(s)"
                            DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                    PERFORM ECRIRE_LIGNE_EDITION
                END-IF
                MOVE pdValeurTotale TO pdValeurEditee
                MOVE SPACES TO tamp_frapport
                STRING "Valeur du stock au " DELIMITED BY SIZE
                    dateSaisie DELIMITED BY SIZE
                    " : " DELIMITED BY SIZE
                    pdQteTotale DELIMITED BY SIZE
                    " ex., " DELIMITED BY SIZE
                    pdValeurEditee DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION.
