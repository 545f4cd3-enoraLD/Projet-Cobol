        *>Cette méthode propose la gestion des rayons de la boutique
        *>(manga, franco-belge, comics US...) et de leurs
        *>sous-rayons : tenue de la liste, affectation des
        *>références et chiffres de chaque rayon pour son responsable
        GERER_RAYONS.
                MOVE 0 TO choixMenuRayon
                PERFORM WITH TEST AFTER UNTIL choixMenuRayon = 0
                        DISPLAY "   -- RAYONS --"
                        DISPLAY "      -Creer ou modifier un rayon (1)"
                        DISPLAY "      -Lister les rayons (2)"
                        DISPLAY "      -Supprimer un rayon (3)"
                        DISPLAY "      -Affecter des references (4)"
                        DISPLAY "      -Chiffres par rayon (5)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuRayon
                        EVALUATE choixMenuRayon
                            WHEN 1
                                PERFORM SAISIR_RAYON
                            WHEN 2
                                PERFORM LISTER_RAYONS
                            WHEN 3
                                PERFORM SUPPRIMER_RAYON
                            WHEN 4
                                PERFORM AFFECTER_RAYONS_EN_MASSE
                            WHEN 5
                                PERFORM RAPPORT_PAR_RAYON
                        END-EVALUATE
                END-PERFORM.

        *>Cette méthode indique dans rayonTrouve si le rayon
        *>rayCodeVerif existe, avec son libellé et son rayon parent
        VERIF_RAYON.
                MOVE 0 TO rayonTrouve
                MOVE SPACES TO rayLibelleLu
                MOVE SPACES TO rayParentLu
                OPEN INPUT frayons
                MOVE rayCodeVerif TO ry_code
                READ frayons
                    INVALID KEY MOVE 0 TO rayonTrouve
                    NOT INVALID KEY
                        MOVE 1 TO rayonTrouve
                        MOVE ry_libelle TO rayLibelleLu
                        MOVE ry_parent TO rayParentLu
                END-READ
                CLOSE frayons.

        *>Compte dans rayNbEnfants les sous-rayons du rayon
        *>rayCodeVerif
        COMPTER_SOUS_RAYONS.
                MOVE 0 TO rayNbEnfants
                OPEN INPUT frayons
                MOVE 1 TO rayFin
                PERFORM WITH TEST AFTER UNTIL rayFin = 0
                    READ frayons NEXT
                    AT END MOVE 0 TO rayFin
                    NOT AT END
                        IF ry_parent = rayCodeVerif THEN
                            ADD 1 TO rayNbEnfants
                        END-IF
                END-PERFORM
                CLOSE frayons.

        *>Cette méthode crée un rayon ou un sous-rayon, ou modifie
        *>son libellé, son rattachement et son responsable ; un
        *>sous-rayon se rattache toujours à un rayon principal
        SAISIR_RAYON.
                IF operateurRole NOT = 1 THEN
                    DISPLAY "La liste des rayons est tenue par le ",
                        "gerant"
                ELSE
                    MOVE SPACES TO rayCode
                    PERFORM WITH TEST AFTER UNTIL rayCode NOT = SPACES
                        DISPLAY "Code du rayon (6 caracteres) ?"
                        ACCEPT rayCode
                    END-PERFORM
                    MOVE rayCode TO rayCodeVerif
                    PERFORM VERIF_RAYON
                    MOVE rayonTrouve TO rayExiste
                    IF rayExiste = 1 THEN
                        DISPLAY "Rayon existant : ", rayLibelleLu,
                            " (parent : ", rayParentLu, ")"
                    END-IF
                    MOVE SPACES TO rayLibelle
                    PERFORM WITH TEST AFTER
                            UNTIL rayLibelle NOT = SPACES
                        DISPLAY "Libelle du rayon ?"
                        ACCEPT rayLibelle
                    END-PERFORM

                    *>Le parent doit être un rayon principal existant,
                    *>et un rayon qui a déjà des sous-rayons ne peut
                    *>pas devenir lui-même un sous-rayon
                    MOVE 0 TO rayParentOk
                    PERFORM WITH TEST AFTER UNTIL rayParentOk = 1
                        DISPLAY "Rayon parent (0 pour un rayon ",
                            "principal) ?"
                        ACCEPT rayParent
                        IF rayParent = "0" OR rayParent = SPACES THEN
                            MOVE SPACES TO rayParent
                            MOVE 1 TO rayParentOk
                        ELSE
                            MOVE rayParent TO rayCodeVerif
                            PERFORM VERIF_RAYON
                            IF rayonTrouve = 0 OR
                               rayParentLu NOT = SPACES OR
                               rayParent = rayCode THEN
                                DISPLAY "Le parent doit etre un rayon ",
                                    "principal existant"
                            ELSE
                                MOVE rayCode TO rayCodeVerif
                                PERFORM COMPTER_SOUS_RAYONS
                                IF rayNbEnfants > 0 THEN
                                    DISPLAY "Ce rayon a deja des ",
                                        "sous-rayons"
                                ELSE
                                    MOVE 1 TO rayParentOk
                                END-IF
                            END-IF
                        END-IF
                    END-PERFORM
                    DISPLAY "Code operateur du responsable (0 si ",
                        "aucun) ?"
                    ACCEPT rayResponsable

                    OPEN I-O frayons
                    MOVE rayCode TO ry_code
                    IF rayExiste = 0 THEN
                        MOVE rayLibelle TO ry_libelle
                        MOVE rayParent TO ry_parent
                        MOVE rayResponsable TO ry_responsable
                        WRITE tamp_frayon
                        END-WRITE
                        MOVE cr_frayons TO statutFichierOp
                        MOVE "ECRITURE RAYON" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        MOVE "ECRITURE" TO journalOperation
                        MOVE SPACES TO journalAvant
                        DISPLAY "Rayon cree"
                    ELSE
                        READ frayons
                        END-READ
                        MOVE cr_frayons TO statutFichierOp
                        MOVE "LECTURE RAYON" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        MOVE tamp_frayon TO journalAvant
                        MOVE rayLibelle TO ry_libelle
                        MOVE rayParent TO ry_parent
                        MOVE rayResponsable TO ry_responsable
                        REWRITE tamp_frayon
                        END-REWRITE
                        MOVE cr_frayons TO statutFichierOp
                        MOVE "REECRITURE RAYON" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        MOVE "MAJ" TO journalOperation
                        DISPLAY "Rayon modifie"
                    END-IF
                    MOVE tamp_frayon TO journalApres
                    CLOSE frayons
                    MOVE "RAYONS" TO journalFichier
                    MOVE rayCode TO journalCle
                    PERFORM JOURNALISER
                END-IF.

        *>Charge la liste des rayons en table (rm_), pour les
        *>listes et les regroupements des rapports
        CHARGER_RAYONS.
                MOVE 0 TO rayNbMaitres
                OPEN INPUT frayons
                MOVE 1 TO rayFin
                PERFORM WITH TEST AFTER UNTIL rayFin = 0
                    READ frayons NEXT
                    AT END MOVE 0 TO rayFin
                    NOT AT END
                        IF rayNbMaitres < 100 THEN
                            ADD 1 TO rayNbMaitres
                            MOVE ry_code TO rm_code(rayNbMaitres)
                            MOVE ry_libelle TO rm_libelle(rayNbMaitres)
                            MOVE ry_parent TO rm_parent(rayNbMaitres)
                            MOVE ry_responsable
                                TO rm_responsable(rayNbMaitres)
                        END-IF
                END-PERFORM
                CLOSE frayons.

        *>Liste les rayons principaux, chacun suivi de ses
        *>sous-rayons
        LISTER_RAYONS.
                PERFORM CHARGER_RAYONS
                IF rayNbMaitres = 0 THEN
                    DISPLAY "Aucun rayon defini"
                END-IF
                PERFORM VARYING idxRm FROM 1 BY 1
                        UNTIL idxRm > rayNbMaitres
                    IF rm_parent(idxRm) = SPACES THEN
                        DISPLAY rm_code(idxRm), " ", rm_libelle(idxRm),
                            " responsable ", rm_responsable(idxRm)
                        PERFORM VARYING idxRm2 FROM 1 BY 1
                                UNTIL idxRm2 > rayNbMaitres
                            IF rm_parent(idxRm2) = rm_code(idxRm) THEN
                                DISPLAY "   ", rm_code(idxRm2), " ",
                                    rm_libelle(idxRm2),
                                    " responsable ",
                                    rm_responsable(idxRm2)
                            END-IF
                        END-PERFORM
                    END-IF
                END-PERFORM.

        *>Cette méthode supprime un rayon qui n'a plus ni sous-rayon
        *>ni référence affectée
        SUPPRIMER_RAYON.
                IF operateurRole NOT = 1 THEN
                    DISPLAY "La liste des rayons est tenue par le ",
                        "gerant"
                ELSE
                    DISPLAY "Code du rayon a supprimer ?"
                    ACCEPT rayCodeVerif
                    PERFORM VERIF_RAYON
                    IF rayonTrouve = 0 THEN
                        DISPLAY "Rayon inconnu"
                    ELSE
                        PERFORM COMPTER_SOUS_RAYONS
                        MOVE 0 TO rayNbAffectees
                        OPEN INPUT finventaire
                        MOVE 1 TO rayFin
                        PERFORM WITH TEST AFTER UNTIL rayFin = 0
                            READ finventaire NEXT
                            AT END MOVE 0 TO rayFin
                            NOT AT END
                                IF fi_rayon = rayCodeVerif THEN
                                    ADD 1 TO rayNbAffectees
                                END-IF
                        END-PERFORM
                        CLOSE finventaire
                        IF rayNbEnfants > 0 OR rayNbAffectees > 0
                        THEN
                            DISPLAY "Suppression refusee : ",
                                rayNbEnfants, " sous-rayon(s), ",
                                rayNbAffectees, " reference(s)"
                        ELSE
                            OPEN I-O frayons
                            MOVE rayCodeVerif TO ry_code
                            READ frayons
                            END-READ
                            MOVE tamp_frayon TO journalAvant
                            DELETE frayons
                            END-DELETE
                            MOVE cr_frayons TO statutFichierOp
                            MOVE "SUPPRESSION RAYON"
                                TO statutFichierLibelle
                            PERFORM VERIFIER_STATUT_FICHIER
                            CLOSE frayons
                            MOVE "RAYONS" TO journalFichier
                            MOVE "SUPPR" TO journalOperation
                            MOVE rayCodeVerif TO journalCle
                            MOVE SPACES TO journalApres
                            PERFORM JOURNALISER
                            DISPLAY "Rayon supprime"
                        END-IF
                    END-IF
                END-IF.

        *>Saisie du rayon d'une référence créée hors formulaire
        *>(achat, réception, transfert) : le code doit exister, 0
        *>laisse la référence non classée
        SAISIR_RAYON_REFERENCE.
                MOVE 0 TO rayonTrouve
                PERFORM WITH TEST AFTER UNTIL rayonTrouve = 1
                    DISPLAY "Rayon de la reference (0 si non ",
                        "classee) ?"
                    ACCEPT rayCodeVerif
                    IF rayCodeVerif = "0" OR rayCodeVerif = SPACES
                    THEN
                        MOVE SPACES TO rayCodeVerif
                        MOVE 1 TO rayonTrouve
                    ELSE
                        PERFORM VERIF_RAYON
                        IF rayonTrouve = 0 THEN
                            DISPLAY "Rayon inconnu"
                        END-IF
                    END-IF
                END-PERFORM
                MOVE rayCodeVerif TO fi_rayon.

        *>Cette méthode affecte un rayon à toutes les fiches d'une
        *>série, d'un auteur ou d'un titre, toutes boutiques
        *>confondues ; les fiches déjà classées ne sont reprises
        *>que si on le demande
        AFFECTER_RAYONS_EN_MASSE.
                IF operateurRole NOT = 1 THEN
                    DISPLAY "L'affectation des rayons est reservee ",
                        "au gerant"
                ELSE
                    MOVE 0 TO rayCritere
                    PERFORM WITH TEST AFTER
                            UNTIL rayCritere > 0 AND rayCritere < 4
                        DISPLAY "Affecter par serie (1), par auteur ",
                            "(2) ou par titre (3) ?"
                        ACCEPT rayCritere
                    END-PERFORM
                    MOVE SPACES TO rayValeur
                    PERFORM WITH TEST AFTER
                            UNTIL rayValeur NOT = SPACES
                        DISPLAY "Serie, auteur ou titre ?"
                        ACCEPT rayValeur
                    END-PERFORM
                    MOVE 0 TO rayonTrouve
                    PERFORM WITH TEST AFTER UNTIL rayonTrouve = 1
                        DISPLAY "Rayon a affecter (0 pour ",
                            "declasser) ?"
                        ACCEPT rayCodeVerif
                        IF rayCodeVerif = "0" THEN
                            MOVE SPACES TO rayCodeVerif
                            MOVE 1 TO rayonTrouve
                        ELSE
                            PERFORM VERIF_RAYON
                            IF rayonTrouve = 0 THEN
                                DISPLAY "Rayon inconnu"
                            END-IF
                        END-IF
                    END-PERFORM
                    DISPLAY "Reprendre aussi les references deja ",
                        "classees (1=oui, 2=non) ?"
                    ACCEPT rayEcraser

                    MOVE 0 TO rayNbAffectees
                    OPEN I-O finventaire
                    MOVE 1 TO rayFin
                    PERFORM WITH TEST AFTER UNTIL rayFin = 0
                        READ finventaire NEXT
                        AT END MOVE 0 TO rayFin
                        NOT AT END
                            MOVE 0 TO rayCorrespond
                            EVALUATE rayCritere
                                WHEN 1
                                    IF fi_serie = rayValeur THEN
                                        MOVE 1 TO rayCorrespond
                                    END-IF
                                WHEN 2
                                    IF fi_auteur = rayValeur THEN
                                        MOVE 1 TO rayCorrespond
                                    END-IF
                                WHEN 3
                                    IF fi_titre = rayValeur THEN
                                        MOVE 1 TO rayCorrespond
                                    END-IF
                            END-EVALUATE
                            IF fi_rayon NOT = SPACES AND
                               rayEcraser NOT = 1 THEN
                                MOVE 0 TO rayCorrespond
                            END-IF
                            IF fi_rayon = rayCodeVerif THEN
                                MOVE 0 TO rayCorrespond
                            END-IF
                            IF rayCorrespond = 1 THEN
                                MOVE tamp_finventaire TO journalAvant
                                MOVE rayCodeVerif TO fi_rayon
                                REWRITE tamp_finventaire
                                END-REWRITE
                                MOVE cr_finventaire TO statutFichierOp
                                MOVE "REECRITURE REFERENCE"
                                    TO statutFichierLibelle
                                PERFORM VERIFIER_STATUT_FICHIER
                                MOVE "INVENTAIRE" TO journalFichier
                                MOVE "MAJ" TO journalOperation
                                MOVE fi_titre TO journalCle
                                MOVE tamp_finventaire TO journalApres
                                PERFORM JOURNALISER
                                ADD 1 TO rayNbAffectees
                            END-IF
                    END-PERFORM
                    CLOSE finventaire
                    DISPLAY rayNbAffectees, " fiche(s) affectee(s)"
                END-IF.

        *>Cette méthode édite les chiffres de chaque rayon sur une
        *>période de mois entiers : ventes TTC et unités (agrégats
        *>mensuels), achats, stock valorisé au PMP, références à
        *>réapprovisionner et références en stock sans vente sur la
        *>période ; pour un rayon suivi, le détail des références à
        *>commander et des invendus suit les totaux
        RAPPORT_PAR_RAYON.
                MOVE 0 TO rayMoisDebut
                PERFORM WITH TEST AFTER
                        UNTIL rayMoisDebut(5:2) > "00" AND
                              rayMoisDebut(5:2) < "13"
                    DISPLAY "Premier mois de la periode (aaaamm) ?"
                    ACCEPT rayMoisDebut
                END-PERFORM
                MOVE 0 TO rayMoisFin
                PERFORM WITH TEST AFTER
                        UNTIL rayMoisFin(5:2) > "00" AND
                              rayMoisFin(5:2) < "13" AND
                              rayMoisFin NOT < rayMoisDebut
                    DISPLAY "Dernier mois de la periode (aaaamm) ?"
                    ACCEPT rayMoisFin
                END-PERFORM
                MOVE 0 TO rayNiveau
                PERFORM WITH TEST AFTER
                        UNTIL rayNiveau = 1 OR rayNiveau = 2
                    DISPLAY "Par rayon (1) ou par sous-rayon (2) ?"
                    ACCEPT rayNiveau
                END-PERFORM
                MOVE 0 TO rayonTrouve
                PERFORM WITH TEST AFTER UNTIL rayonTrouve = 1
                    DISPLAY "Rayon a suivre (0 pour tous) ?"
                    ACCEPT rayFiltre
                    IF rayFiltre = "0" OR rayFiltre = SPACES THEN
                        MOVE SPACES TO rayFiltre
                        MOVE 1 TO rayonTrouve
                    ELSE
                        MOVE rayFiltre TO rayCodeVerif
                        PERFORM VERIF_RAYON
                        IF rayonTrouve = 0 THEN
                            DISPLAY "Rayon inconnu"
                        END-IF
                    END-IF
                END-PERFORM
                DISPLAY "Seuil de quantite minimum (reappro) ?"
                ACCEPT seuilReappro

                PERFORM CHARGER_RAYONS
                PERFORM CHARGER_TITRES_RAYON
                PERFORM CUMULER_VENTES_RAYON
                PERFORM CUMULER_ACHATS_RAYON

                *>Une référence en stock qui ne s'est pas vendue
                *>sur la période est un invendu de son rayon
                PERFORM VARYING idxRr FROM 1 BY 1
                        UNTIL idxRr > rayNbTitres
                    IF rr_stock(idxRr) > 0 AND rr_unites(idxRr) = 0
                    THEN
                        ADD 1 TO gr_nbInvendus(rr_groupe(idxRr))
                    END-IF
                END-PERFORM

                MOVE "rayons.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "CHIFFRES PAR RAYON" TO rapportTitre
                MOVE "RAYON VENTES UNITES ACHATS STOCK REAPPRO INVENDUS"
                    TO rapportColonnes
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                MOVE SPACES TO tamp_frapport
                STRING "Periode " DELIMITED BY SIZE
                    rayMoisDebut DELIMITED BY SIZE
                    " a " DELIMITED BY SIZE
                    rayMoisFin DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                IF rayFiltre NOT = SPACES THEN
                    MOVE SPACES TO tamp_frapport
                    STRING "Rayon suivi : " DELIMITED BY SIZE
                        rayFiltre DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                    PERFORM ECRIRE_LIGNE_EDITION
                END-IF
                PERFORM VARYING idxGr FROM 1 BY 1
                        UNTIL idxGr > rayNbGroupes
                    PERFORM EDITER_GROUPE_RAYON
                END-PERFORM

                IF rayFiltre NOT = SPACES THEN
                    MOVE SPACES TO tamp_frapport
                    MOVE "References a reapprovisionner :"
                        TO tamp_frapport
                    PERFORM ECRIRE_LIGNE_EDITION
                    PERFORM VARYING idxRr FROM 1 BY 1
                            UNTIL idxRr > rayNbTitres
                        IF rr_reappro(idxRr) = 1 THEN
                            PERFORM EDITER_TITRE_RAYON
                        END-IF
                    END-PERFORM
                    MOVE SPACES TO tamp_frapport
                    MOVE "En stock sans vente sur la periode :"
                        TO tamp_frapport
                    PERFORM ECRIRE_LIGNE_EDITION
                    PERFORM VARYING idxRr FROM 1 BY 1
                            UNTIL idxRr > rayNbTitres
                        IF rr_stock(idxRr) > 0 AND
                           rr_unites(idxRr) = 0 THEN
                            PERFORM EDITER_TITRE_RAYON
                        END-IF
                    END-PERFORM
                END-IF
                MOVE SPACES TO tamp_frapport
                STRING rayNbTitres DELIMITED BY SIZE
                    " titre(s) retenu(s)" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY "Chiffres par rayon ecrits dans ", nomRapport.

        *>Donne dans rayCleGroupe le groupe d'édition du rayon
        *>rayCodeVerif (le rayon principal quand on regroupe par
        *>rayon) et dans rayInclus si le rayon entre dans le
        *>rayon suivi
        RESOUDRE_GROUPE_RAYON.
                MOVE SPACES TO rayParentLu
                MOVE SPACES TO rayLibelleLu
                PERFORM VARYING idxRm FROM 1 BY 1
                        UNTIL idxRm > rayNbMaitres
                    IF rm_code(idxRm) = rayCodeVerif THEN
                        MOVE rm_parent(idxRm) TO rayParentLu
                        MOVE rm_libelle(idxRm) TO rayLibelleLu
                    END-IF
                END-PERFORM
                MOVE 1 TO rayInclus
                IF rayFiltre NOT = SPACES AND
                   rayCodeVerif NOT = rayFiltre AND
                   rayParentLu NOT = rayFiltre THEN
                    MOVE 0 TO rayInclus
                END-IF
                MOVE rayCodeVerif TO rayCleGroupe
                IF rayNiveau = 1 AND rayParentLu NOT = SPACES THEN
                    MOVE rayParentLu TO rayCleGroupe
                    PERFORM VARYING idxRm FROM 1 BY 1
                            UNTIL idxRm > rayNbMaitres
                        IF rm_code(idxRm) = rayParentLu THEN
                            MOVE rm_libelle(idxRm) TO rayLibelleLu
                        END-IF
                    END-PERFORM
                END-IF
                IF rayCleGroupe = SPACES THEN
                    MOVE "Non classe" TO rayLibelleLu
                END-IF.

        *>Charge les fiches de l'inventaire du périmètre suivi, une
        *>ligne par titre (les deux boutiques cumulées), avec son
        *>groupe, son stock valorisé et le besoin de réappro de la
        *>fiche locale
        CHARGER_TITRES_RAYON.
                MOVE 0 TO rayNbTitres
                MOVE 0 TO rayNbGroupes
                OPEN INPUT finventaire
                MOVE 1 TO rayFin
                PERFORM WITH TEST AFTER UNTIL rayFin = 0
                    READ finventaire NEXT
                    AT END MOVE 0 TO rayFin
                    NOT AT END
                        MOVE fi_rayon TO rayCodeVerif
                        PERFORM RESOUDRE_GROUPE_RAYON
                        IF rayInclus = 1 THEN
                            PERFORM AJOUTER_TITRE_RAYON
                        END-IF
                END-PERFORM
                CLOSE finventaire.

        AJOUTER_TITRE_RAYON.
                MOVE 0 TO grTrouve
                PERFORM VARYING idxGr FROM 1 BY 1
                        UNTIL idxGr > rayNbGroupes OR grTrouve > 0
                    IF gr_code(idxGr) = rayCleGroupe THEN
                        MOVE idxGr TO grTrouve
                    END-IF
                END-PERFORM
                IF grTrouve = 0 AND rayNbGroupes < 100 THEN
                    ADD 1 TO rayNbGroupes
                    MOVE rayNbGroupes TO grTrouve
                    MOVE rayCleGroupe TO gr_code(grTrouve)
                    MOVE rayLibelleLu TO gr_libelle(grTrouve)
                    MOVE 0 TO gr_ventes(grTrouve)
                    MOVE 0 TO gr_unites(grTrouve)
                    MOVE 0 TO gr_achats(grTrouve)
                    MOVE 0 TO gr_stockValeur(grTrouve)
                    MOVE 0 TO gr_nbReappro(grTrouve)
                    MOVE 0 TO gr_nbInvendus(grTrouve)
                END-IF
                IF grTrouve = 0 THEN
                    MOVE rayNbGroupes TO grTrouve
                END-IF

                MOVE 0 TO rrTrouve
                PERFORM VARYING idxRr FROM 1 BY 1
                        UNTIL idxRr > rayNbTitres OR rrTrouve > 0
                    IF rr_titre(idxRr) = fi_titre THEN
                        MOVE idxRr TO rrTrouve
                    END-IF
                END-PERFORM
                IF rrTrouve = 0 AND rayNbTitres < 500 THEN
                    ADD 1 TO rayNbTitres
                    MOVE rayNbTitres TO rrTrouve
                    MOVE fi_titre TO rr_titre(rrTrouve)
                    MOVE grTrouve TO rr_groupe(rrTrouve)
                    MOVE 0 TO rr_stock(rrTrouve)
                    MOVE 0 TO rr_unites(rrTrouve)
                    MOVE 0 TO rr_reappro(rrTrouve)
                END-IF
                IF rrTrouve > 0 THEN
                    COMPUTE stockTotalRef =
                        fi_quantite + fi_qteReserve
                    ADD stockTotalRef TO rr_stock(rrTrouve)
                    IF fi_pmp > 0 THEN
                        COMPUTE rayMontantW = stockTotalRef * fi_pmp
                    ELSE
                        COMPUTE rayMontantW = stockTotalRef * fi_prix
                    END-IF
                    ADD rayMontantW TO gr_stockValeur(grTrouve)
                    *>Même règle que la préparation des commandes :
                    *>la fiche de la boutique, sous son seuil propre
                    *>ou à défaut sous le seuil saisi
                    IF fi_site = siteLocal OR fi_site = 0 THEN
                        IF fi_stockMini > 0 THEN
                            MOVE fi_stockMini TO seuilEffectif
                        ELSE
                            MOVE seuilReappro TO seuilEffectif
                        END-IF
                        IF stockTotalRef NOT > seuilEffectif AND
                           rr_reappro(rrTrouve) = 0 THEN
                            MOVE 1 TO rr_reappro(rrTrouve)
                            ADD 1 TO gr_nbReappro(grTrouve)
                        END-IF
                    END-IF
                END-IF.

        *>Ventes de la période depuis les agrégats mensuels
        CUMULER_VENTES_RAYON.
                OPEN INPUT fagregats
                MOVE rayMoisDebut TO ag_mois
                MOVE LOW-VALUES TO ag_titre
                MOVE 1 TO rayFin
                START fagregats KEY IS NOT LESS THAN ag_cle
                    INVALID KEY MOVE 0 TO rayFin
                END-START
                PERFORM UNTIL rayFin = 0
                    READ fagregats NEXT
                    AT END MOVE 0 TO rayFin
                    NOT AT END
                        IF ag_mois > rayMoisFin THEN
                            MOVE 0 TO rayFin
                        ELSE
                            PERFORM VARYING idxRr FROM 1 BY 1
                                    UNTIL idxRr > rayNbTitres
                                IF rr_titre(idxRr) = ag_titre THEN
                                    ADD ag_unites TO rr_unites(idxRr)
                                    ADD ag_unites TO
                                        gr_unites(rr_groupe(idxRr))
                                    ADD ag_CA TO
                                        gr_ventes(rr_groupe(idxRr))
                                END-IF
                            END-PERFORM
                        END-IF
                END-PERFORM
                CLOSE fagregats.

        *>Achats datés dans la période
        CUMULER_ACHATS_RAYON.
                OPEN INPUT fachats
                MOVE 1 TO rayFin
                PERFORM WITH TEST AFTER UNTIL rayFin = 0
                    READ fachats NEXT
                    AT END MOVE 0 TO rayFin
                    NOT AT END
                        COMPUTE rayMoisLu = fa_dateAchat / 100
                        IF rayMoisLu NOT < rayMoisDebut AND
                           rayMoisLu NOT > rayMoisFin THEN
                            PERFORM VARYING idxRr FROM 1 BY 1
                                    UNTIL idxRr > rayNbTitres
                                IF rr_titre(idxRr) = fa_titreComics
                                THEN
                                    COMPUTE rayMontantW =
                                        fa_quantite * fa_prixAchat
                                    ADD rayMontantW TO
                                        gr_achats(rr_groupe(idxRr))
                                END-IF
                            END-PERFORM
                        END-IF
                END-PERFORM
                CLOSE fachats.

        EDITER_GROUPE_RAYON.
                MOVE gr_ventes(idxGr) TO montantEdite
                MOVE gr_achats(idxGr) TO montantEdite2
                MOVE gr_stockValeur(idxGr) TO rayValeurEdite
                MOVE SPACES TO tamp_frapport
                STRING gr_code(idxGr) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    gr_libelle(idxGr) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    gr_unites(idxGr) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    montantEdite2 DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    rayValeurEdite DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    gr_nbReappro(idxGr) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    gr_nbInvendus(idxGr) DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION.

        EDITER_TITRE_RAYON.
                MOVE SPACES TO tamp_frapport
                STRING "  " DELIMITED BY SIZE
                    rr_titre(idxRr) DELIMITED BY SIZE
                    " stock " DELIMITED BY SIZE
                    rr_stock(idxRr) DELIMITED BY SIZE
                    " vendus " DELIMITED BY SIZE
                    rr_unites(idxRr) DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION.
