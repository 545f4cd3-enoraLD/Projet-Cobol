                MOVE ci_ecart(idxComptage) TO mv_ecart
                MOVE motifAjustement TO mv_motif
                MOVE operateurConnecte TO mv_operateur
                MOVE siteLocal TO mv_site
                OPEN I-O fmouvements
                WRITE tamp_fmouvement
                END-WRITE
