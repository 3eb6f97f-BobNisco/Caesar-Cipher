		DISPLAY "BATCH " AR-BATCH-ID " SEQ " AR-SEQUENCE
			" RUN " AR-RUN-DATE " MODE " AR-MODE
			" SHIFT " AR-SHIFT " STATUS " AR-STATUS
			" PARTNER " AR-PARTNER-ID
		DISPLAY "  TEXT: " FUNCTION TRIM(AR-TEXT TRAILING).
END PROGRAM MSGLOOK.
