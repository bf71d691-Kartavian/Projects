					MOVE WS-HOARD-WEIGHT(WS-HOARD-IDX) TO inv-weight
					MOVE WS-HOARD-VALUE(WS-HOARD-IDX) TO inv-value
					MOVE "N" TO inv-equipped-sw
					MOVE "N" TO inv-attuned-sw
					MOVE 0 TO inv-charges
					WRITE InventoryData
						INVALID KEY
							DISPLAY "Warning: could not stash "
