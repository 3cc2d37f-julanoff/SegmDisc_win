* is listed with its TRN, amount, and release time.  When the
* network connection silently drops, this report is how the stranded
* wires are found before the customer calls.
*
* Every wire walked, inside the grace window or not, also has its
* delivered milestone (the log and the release time) and, once the
* acknowledgment is on its history, its acknowledged milestone stamped
* on the UETR_INDEX for the UETR_LOOKUP status trail.

* REVISION HISTORY
* ----------------
*	The acknowledgment marker is now matched as a standalone token
*	instead of a bare substring, so a NACK / negative-ack memo no
*	longer marks a wire acknowledged.
*
* R. Iverson	26-Oct-2010	CR13228
*	Stamps the delivered and acknowledged milestones of every wire
*	on the delivery logs on the UETR_INDEX (UETR_MILESTONE).  The
*	history is now read for wires inside the grace window too; they
*	are still only reported once past it.

*******************************************************************************


01 Report_line_ws		Pic X(132).

* UETR_INDEX milestones -- see E30_UETR_MILESTONES.
01 Uetr_x_ws			Pic X(36).
01 Uetr_trn_ws			Pic X(16).
01 Uetr_bank_ws			Pic X(03).
01 Uetr_info_ws			Pic X(40).

%def		<MSG>		%`SBJ_DD_PATH:MSG_FSECT.DDL`		%end
%def		<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

D10_ONE_RELEASE.
%^ One delivery log entry.  Inside the grace window nothing is
%^ expected yet; past it, the message's history must hold the
%^ acknowledgment.  Either way the wire's UETR milestones are
%^ stamped.

	Call "NEX_MINUTES_SINCE" using
	    by reference Systime of DLVLOG
	  returning Mins_since_rel_ws.

	If Mins_since_rel_ws > Grace_mins_ws
	    Add 1 to Released_count_ws
	End-if.

	%Beg
	DLVLOG (Notrap);
	DLVLOG Conn: MSG_HISTORY_SEQ;

	Perform E10_SCAN_HISTORY thru E10_SCAN_HISTORY_end.

	If Uetr of Msg_ftr_set not = spaces
	    Perform E30_UETR_MILESTONES thru E30_UETR_MILESTONES_end
	End-if.

	If Mins_since_rel_ws not > Grace_mins_ws
	    Go to D10_ONE_RELEASE_CLEANUP
	End-if.

	If not Ack_found
	    Add 1 to Unacked_count_ws
	    Perform E20_REPORT_ONE thru E20_REPORT_ONE_end

E20_REPORT_ONE_end.
	exit.


E30_UETR_MILESTONES.
%^ Delivered -- the log and the release time -- and, when the history
%^ holds it, acknowledged.  UETR_MILESTONE keeps the first of each,
%^ so the next run of this report does not move them.

	%Beg
	Ack_compose ^OUT(Rel_time_vs) Dlvlog.Systime, / ;
	%End.

	Move Uetr of Msg_ftr_set to Uetr_x_ws.
	Move Trn_date of Trn_ref of Msg_ftr_set to Uetr_trn_ws(1:8).
	Move Trn_num of Trn_ref of Msg_ftr_set to Uetr_trn_ws(9:8).
	Move Bank of Loc_info of Msg_ftr_set to Uetr_bank_ws.

	Move spaces to Uetr_info_ws.
	String IDNAME of Q_KEY of QUE_ROOT_INDEX Delimited by space,
	       " " Delimited by size,
	       Rel_time_vs(1:Rel_time_vs_length) Delimited by size
		into Uetr_info_ws.
	Call "UETR_MILESTONE" using
		by reference Uetr_x_ws
		by reference Uetr_trn_ws
		by reference Uetr_bank_ws
		by content   "DLVR"
		by reference Uetr_info_ws.

	If Ack_found
	    Move spaces to Uetr_info_ws
	    String Ack_text_ws Delimited by space,
		   " on the message history" Delimited by size
		    into Uetr_info_ws
	    Call "UETR_MILESTONE" using
		    by reference Uetr_x_ws
		    by reference Uetr_trn_ws
		    by reference Uetr_bank_ws
		    by content   "ACKN"
		    by reference Uetr_info_ws
	End-if.

	%Beg COMMIT: Tran; %End.

E30_UETR_MILESTONES_end.
	exit.
