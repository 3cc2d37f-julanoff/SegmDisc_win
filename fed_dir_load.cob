%Module FED_DIR_LOAD <main>;
*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

* Delta load of the Fedwire funds participant directory.
*
* VALIDATE_ABA only proves an ABA is well formed; whether the routing
* number is an active Fedwire funds participant, and whether it can
* take a third-party transfer at all, was not known until the Fed
* rejected the wire.  This program keeps FED_PARTICIPANT_DIR, one
* entry per routing number on the directory, the way AUX_DELTA_LOAD
* keeps the BIC directory: the incoming file (FED_DIR_INPUT, in the
* Fed's fixed layout, sorted by routing number as distributed) is
* merge-compared against the queue, every routing number is classed
* as an add, a change or a delete, and each delta is applied through
* a second, writable connection and listed in the report.
*
* DEBITSIDE_LOOKUP's D640_CHECK_FED_ELIG checks the ABAs it resolves
* against this directory: an ABA that is not on it, whose funds
* transfer status is not "Y", or that is settlement-only, fails with
* a memo naming the reason.
*
* The impact section: every routing number dropped from the
* directory, or changed to ineligible, is checked against
* FED_ABA_XREF -- one entry per ABA a stored repetitive or a REL
* address or account carries, rebuilt here at the start of every run
* (B05_BUILD_ABA_XREF) -- and each referencing repetitive and REL
* entry is listed under the delta, so the setups can be fixed before
* their next wire fails.
*
* Run with /REPORT_ONLY to produce the delta and impact report
* without applying anything (the xref rebuild still runs - it writes
* nothing the business day depends on).

* REVISION HISTORY
* ----------------
*
* R. Iverson	31-Aug-2010	CR13204
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select FED_DIR_FILE	Assign to "FED_DIR_INPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select FED_RPT_FILE	Assign to "FED_DIR_LOAD_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  FED_DIR_FILE record 132 characters.
01  FED_DIR_REC.
    05 Dir_in_aba		Pic X(09).
    05 Dir_in_tele_name		Pic X(18).
    05 Dir_in_cust_name		Pic X(36).
    05 Dir_in_state		Pic X(02).
    05 Dir_in_city		Pic X(25).
    05 Dir_in_funds		Pic X(01).
    05 Dir_in_settle		Pic X(01).
    05 Dir_in_book		Pic X(01).
    05 Dir_in_rev_date		Pic X(08).
    05 Filler			Pic X(31).

FD  FED_RPT_FILE record 132 characters.
01  FED_RPT_REC			Pic X(132).

Working-Storage Section.

01 Dir_eof_sw			Pic X value "N".
   88 Dir_eof			value "Y".
01 Fed_eof_sw			Pic X value "N".
   88 Fed_eof			value "Y".
01 Report_only_sw		Pic X value "N".
   88 Report_only		value "Y".

01 Dir_aba_ws			Pic X(09).
01 Dir_tele_name_ws		Pic X(18).
01 Dir_cust_name_ws		Pic X(36).
01 Dir_state_ws			Pic X(02).
01 Dir_city_ws			Pic X(25).
01 Dir_funds_ws			Pic X(01).
01 Dir_settle_ws		Pic X(01).
01 Dir_book_ws			Pic X(01).
01 Dir_rev_date_ws		Pic X(08).
01 Fed_aba_ws			Pic X(09).
01 Fed_tele_name_ws		Pic X(18).
01 Fed_cust_name_ws		Pic X(36).
01 Fed_state_ws			Pic X(02).
01 Fed_city_ws			Pic X(25).
01 Fed_funds_ws			Pic X(01).
01 Fed_settle_ws		Pic X(01).
01 Fed_book_ws			Pic X(01).
01 Fed_rev_date_ws		Pic X(08).
01 Apply_func_ws		Pic X(01).
01 Impact_aba_ws		Pic X(09).
01 Impact_src_ws		Pic X(14).
01 Elig_note_ws			Pic X(24).

01 Add_count_ws			pic 9(07) comp-5 value zeroes.
01 Chg_count_ws			pic 9(07) comp-5 value zeroes.
01 Del_count_ws			pic 9(07) comp-5 value zeroes.
01 Inelig_count_ws		pic 9(07) comp-5 value zeroes.
01 Impact_count_ws		pic 9(07) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of the
* COMP-5 fields above for the STRINGs in A00_MAIN.
01 Add_count_ws_d		pic 9(07) usage display.
01 Chg_count_ws_d		pic 9(07) usage display.
01 Del_count_ws_d		pic 9(07) usage display.
01 Inelig_count_ws_d		pic 9(07) usage display.
01 Impact_count_ws_d		pic 9(07) usage display.

01 Rel_id_d_ws			pic 9(10) usage display.
01 Report_line_ws		Pic X(132).

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%def			%^ local fsect.

Fed_dir_q:		que(	%`SBJ_DD_PATH:FED_PARTICIPANT_DIR.DDF`);
Fed_upd_q:		que(	%`SBJ_DD_PATH:FED_PARTICIPANT_DIR.DDF`);
Fed_aba_xref:		que(	%`SBJ_DD_PATH:FED_ABA_XREF.DDF`);
Rept_index:		que(	%`SBJ_DD_PATH:REPT_INDEX.DDF`);
Xref_adr_set:		set(	%`SBJ_DD_PATH:REL_ADR_SET.DDF`);
Xref_acc_seq:		seq(	%`SBJ_DD_PATH:REL_NAME_SEQ.DDF`);
Upd_aba_ws:		str(9);
Upd_tele_name_ws:	str(18);
Upd_cust_name_ws:	str(36);
Upd_state_ws:		str(2);
Upd_city_ws:		str(25);
Upd_funds_ws:		str(1);
Upd_settle_ws:		str(1);
Upd_book_ws:		str(1);
Upd_rev_date_ws:	str(8);
Xref_aba_ws:		str(9);
Xref_src_ws:		str(1);
Xref_ref_ws:		str(16);
Xref_bank_ws:		str(3);
Xref_idtype_ws:		str(1);
Xref_id_ws:		vstr(64);
Xref_count_ws:		long;
Xref_purge_ws:		long;
Ws_rsts:		boolean;
Return_argument_ws:	vstr(20);
Return_status:		boolean;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.
	Perform A20_GET_QUALIFIERS thru A20_GET_QUALIFIERS_end.
	Perform B05_BUILD_ABA_XREF thru B05_BUILD_ABA_XREF_end.

	Open Input FED_DIR_FILE.
	Open Output FED_RPT_FILE.

	Move spaces to Report_line_ws.
	String "Fedwire participant directory delta load" Delimited by size
		into Report_line_ws.
	Write FED_RPT_REC from Report_line_ws.

	If Report_only
		Move spaces to Report_line_ws
		String "REPORT ONLY - no deltas applied" Delimited by size
			into Report_line_ws
		Write FED_RPT_REC from Report_line_ws
	End-if.

	Perform B10_MERGE_COMPARE thru B10_MERGE_COMPARE_end.

	Move Add_count_ws to Add_count_ws_d.
	Move Chg_count_ws to Chg_count_ws_d.
	Move Del_count_ws to Del_count_ws_d.
	Move Inelig_count_ws to Inelig_count_ws_d.
	Move Impact_count_ws to Impact_count_ws_d.
	Move spaces to Report_line_ws.
	String Add_count_ws_d Delimited by size,
	       " added, " Delimited by size,
	       Chg_count_ws_d Delimited by size,
	       " changed (" Delimited by size,
	       Inelig_count_ws_d Delimited by size,
	       " now ineligible), " Delimited by size,
	       Del_count_ws_d Delimited by size,
	       " dropped; " Delimited by size,
	       Impact_count_ws_d Delimited by size,
	       " repetitive/REL reference(s) impacted" Delimited by size
		into Report_line_ws.
	Write FED_RPT_REC from Report_line_ws.

	Close FED_DIR_FILE.
	Close FED_RPT_FILE.

	%beg
	BREAK: Fed_upd_q;
	BREAK: Fed_aba_xref;
	%end.

	%^*********************************************************************
	%^* FED_DIR_LOAD$_COUNTS  /I ${1} added, ${2} changed, ${3} dropped;
	%^*	${4} repetitive/REL reference(s) impacted.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"FED_DIR_LOAD$_COUNTS"
		  by value -1
		  %ace_msg_arg_list(Add_count_ws, Chg_count_ws,
				    Del_count_ws, Impact_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	%beg
	Fed_dir_q	(Read_Only);
	%end.

	call "DAT_CONN_ROOT".

%^ Two connections to the directory: Fed_dir_q is the read-only merge
%^ walk, Fed_upd_q is the writable connection the deltas are applied
%^ through, so an apply never disturbs the walk cursor.
	%ACE_CONN_Q "MTS"////"FED_PARTICIPANT_DIR" to Fed_dir_q giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"FED_PARTICIPANT_DIR" to Fed_upd_q giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"FED_ABA_XREF" to Fed_aba_xref giving Ws_rsts;

	%beg
	Dat_root_set
		(.rept_index CONN: REPT_INDEX);
	%end.

	%ace_conn_root_q Rel_index;.

A10_SBJ_INIT_end.
	Exit.


A20_GET_QUALIFIERS.
%^ Note whether /REPORT_ONLY was given.

	Call "ACE_ARG_FIND" using
	      by content "-report_o*nly:",
	      by content    "C",
	      by value     20
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status
		Move "Y" to Report_only_sw
	End-if.

A20_GET_QUALIFIERS_end.
	Exit.


B05_BUILD_ABA_XREF.
%^ Rebuild the ABA cross-reference from the stored setups: one entry
%^ per repetitive line with a Fedwire routing id, per REL address
%^ with an ABA, and per "A" idtype entry in a REL address's account
%^ sequence.  Purged and rebuilt in full each run, as AUX_DELTA_LOAD
%^ rebuilds REPT_BIC_XREF, so the impact section always reflects the
%^ setups as they stand today.

	%beg
	FIRST: Fed_aba_xref;
	%end.

	Perform until Seq_end_is in Fed_aba_xref_cursor

	    %beg
	    DELETE: Fed_aba_xref (notrap, insert_lock, nomod_wait);
	    %end

	    If success_is in Fed_aba_xref_status
		Add 1 to Xref_purge_ws
		%beg
		COMMIT: Tran;
		FIRST: Fed_aba_xref;
		%end
	    Else
		%beg
		NEXT: Fed_aba_xref;
		%end
	    End-if

	End-perform.

%^ The stored repetitives.
	%beg
	FIRST: Rept_index;
	%end.

	Perform until Seq_end_is in Rept_index_cursor

	    If Rep_aba_id of Rept_index not = spaces
		%beg
		Alloc_Elem: Fed_aba_xref(notrap,
		    .Aba_key  = Rept_index.Rep_aba_id,
		    .Src_type = "R",
		    .Ref_id   = Rept_index.Rep_id,
		    .Bank     = Rept_index.Rep_bank );
		COMMIT: Tran;
		%end
		Add 1 to Xref_count_ws
	    End-if

	    %beg NEXT: Rept_index; %end

	End-perform.

	%beg BREAK: Rept_index; %end.

%^ The REL addresses and their account sequences, walked the way
%^ REL_ACCT_SCRUB walks them.
	%beg
	FIRST: Rel_index;
	%end.

	Perform until Seq_end_is in Rel_index_cursor

	    If address_is in Rel_type of Rel_index

		%beg
		BREAK: Xref_adr_set;
		Rel_index CONN: Xref_adr_set(nomod);
		%end

		Move Rel_id of Xref_adr_set to Rel_id_d_ws
		Move Rel_id_d_ws to Xref_ref_ws
		Move Bnk_id of Xref_adr_set to Xref_bank_ws

		If Aba_id of Xref_adr_set not = spaces
		    Move Aba_id of Xref_adr_set to Xref_aba_ws
		    Move "L" to Xref_src_ws
		    Perform C30_ADD_XREF thru C30_ADD_XREF_end
		End-if

		%beg
		BREAK: Xref_acc_seq;
		Xref_adr_set.account_seq CONN: Xref_acc_seq(NOMOD);
		FIRST: Xref_acc_seq;
		%end

		Perform until Seq_end_is in Xref_acc_seq_cursor
		    %beg
		    Xref_idtype_ws = Xref_acc_seq.Rel_name_key.Idtype;
		    Xref_id_ws	   = Xref_acc_seq.Rel_name_key.Idkey.Idacc;
		    %end
		    If Xref_idtype_ws = "A"
		      and Xref_id_ws_length not < 9
			Move Xref_id_ws(1:9) to Xref_aba_ws
			Move "C" to Xref_src_ws
			Perform C30_ADD_XREF thru C30_ADD_XREF_end
		    End-if
		    %beg NEXT: Xref_acc_seq; %end
		End-perform

		%beg
		BREAK: Xref_acc_seq;
		BREAK: Xref_adr_set;
		%end

	    End-if

	    %beg NEXT: Rel_index; %end

	End-perform.

B05_BUILD_ABA_XREF_end.
	Exit.


B10_MERGE_COMPARE.
%^ Merge-compare the sorted directory input against the directory
%^ queue (which walks in routing-number order).  Input-only routing
%^ numbers are adds, queue-only ones have been dropped, both-sides
%^ ones with any attribute different are changes.

	%beg
	FIRST: Fed_dir_q;
	%end.

	Perform C10_READ_DIR thru C10_READ_DIR_end.
	Perform C20_READ_FED thru C20_READ_FED_end.

	Perform until Dir_eof and Fed_eof

	    Evaluate true
		when Dir_eof
		    Move "D" to Apply_func_ws
		    Perform D10_APPLY_ONE thru D10_APPLY_ONE_end
		    Perform D30_IMPACT_CHECK thru D30_IMPACT_CHECK_end
		    Perform C20_READ_FED thru C20_READ_FED_end

		when Fed_eof
		    Move "A" to Apply_func_ws
		    Perform D10_APPLY_ONE thru D10_APPLY_ONE_end
		    Perform C10_READ_DIR thru C10_READ_DIR_end

		when Dir_aba_ws = Fed_aba_ws
		    If Dir_tele_name_ws not = Fed_tele_name_ws
		      or Dir_cust_name_ws not = Fed_cust_name_ws
		      or Dir_state_ws not = Fed_state_ws
		      or Dir_city_ws not = Fed_city_ws
		      or Dir_funds_ws not = Fed_funds_ws
		      or Dir_settle_ws not = Fed_settle_ws
		      or Dir_book_ws not = Fed_book_ws
		      or Dir_rev_date_ws not = Fed_rev_date_ws
			Move "C" to Apply_func_ws
			Perform D10_APPLY_ONE thru D10_APPLY_ONE_end
%^ A participant that was eligible and no longer is stops the setups
%^ pointing at it just as surely as a drop does.
			If (Dir_funds_ws not = "Y" or Dir_settle_ws = "S")
			  and Fed_funds_ws = "Y"
			  and Fed_settle_ws not = "S"
			    Add 1 to Inelig_count_ws
			    Perform D30_IMPACT_CHECK thru
				    D30_IMPACT_CHECK_end
			End-if
		    End-if
		    Perform C10_READ_DIR thru C10_READ_DIR_end
		    Perform C20_READ_FED thru C20_READ_FED_end

		when Dir_aba_ws < Fed_aba_ws
		    Move "A" to Apply_func_ws
		    Perform D10_APPLY_ONE thru D10_APPLY_ONE_end
		    Perform C10_READ_DIR thru C10_READ_DIR_end

		when other
		    Move "D" to Apply_func_ws
		    Perform D10_APPLY_ONE thru D10_APPLY_ONE_end
		    Perform D30_IMPACT_CHECK thru D30_IMPACT_CHECK_end
		    Perform C20_READ_FED thru C20_READ_FED_end
	    End-evaluate

	End-perform.

	%beg BREAK: Fed_dir_q; %end.

B10_MERGE_COMPARE_end.
	Exit.


C10_READ_DIR.

	Read FED_DIR_FILE
	    at end Move "Y" to Dir_eof_sw
		   Move high-values to Dir_aba_ws
	    not at end
		   Move Dir_in_aba to Dir_aba_ws
		   Move Dir_in_tele_name to Dir_tele_name_ws
		   Move Dir_in_cust_name to Dir_cust_name_ws
		   Move Dir_in_state to Dir_state_ws
		   Move Dir_in_city to Dir_city_ws
		   Move Dir_in_funds to Dir_funds_ws
		   Move Dir_in_settle to Dir_settle_ws
		   Move Dir_in_book to Dir_book_ws
		   Move Dir_in_rev_date to Dir_rev_date_ws
	End-read.

C10_READ_DIR_end.
	Exit.


C20_READ_FED.
%^ Step to the next directory entry and pick up its attributes for the
%^ compare.  The first call finds the cursor already on FIRST.

	If Fed_eof
		go to C20_READ_FED_end
	End-if.

	If Seq_end_is in Fed_dir_q_cursor
		Move "Y" to Fed_eof_sw
		Move high-values to Fed_aba_ws
		go to C20_READ_FED_end
	End-if.

	Move Aba_key of Fed_dir_q to Fed_aba_ws.
	Move Tele_name of Fed_dir_q to Fed_tele_name_ws.
	Move Cust_name of Fed_dir_q to Fed_cust_name_ws.
	Move State of Fed_dir_q to Fed_state_ws.
	Move City of Fed_dir_q to Fed_city_ws.
	Move Funds_status of Fed_dir_q to Fed_funds_ws.
	Move Settle_only of Fed_dir_q to Fed_settle_ws.
	Move Book_entry of Fed_dir_q to Fed_book_ws.
	Move Revision_date of Fed_dir_q to Fed_rev_date_ws.

	%beg NEXT: Fed_dir_q; %end.

C20_READ_FED_end.
	Exit.


C30_ADD_XREF.
%^ One cross-reference entry for the ABA in Xref_aba_ws.

	%beg
	Alloc_Elem: Fed_aba_xref(notrap,
	    .Aba_key  = Xref_aba_ws,
	    .Src_type = Xref_src_ws,
	    .Ref_id   = Xref_ref_ws,
	    .Bank     = Xref_bank_ws );
	COMMIT: Tran;
	%end.
	Add 1 to Xref_count_ws.

C30_ADD_XREF_end.
	Exit.


D10_APPLY_ONE.
%^ Write the delta line and, unless /REPORT_ONLY, apply it directly
%^ against the directory through the writable Fed_upd_q connection:
%^ "A" = add the directory record, "C" = refresh the entry's
%^ attributes in place, "D" = remove the entry.

	Move spaces to Elig_note_ws.
	Evaluate Apply_func_ws
	    when "A"
		Add 1 to Add_count_ws
		If Dir_funds_ws not = "Y"
		    Move "  (not funds eligible)" to Elig_note_ws
		End-if
		If Dir_settle_ws = "S"
		    Move "  (settlement-only)" to Elig_note_ws
		End-if
		Move spaces to Report_line_ws
		String "ADD      " Delimited by size,
		       Dir_aba_ws Delimited by size,
		       "  " Delimited by size,
		       Dir_cust_name_ws Delimited by size,
		       Elig_note_ws Delimited by size
			into Report_line_ws
	    when "C"
		Add 1 to Chg_count_ws
		If Dir_funds_ws not = "Y"
		    Move "  (not funds eligible)" to Elig_note_ws
		End-if
		If Dir_settle_ws = "S"
		    Move "  (settlement-only)" to Elig_note_ws
		End-if
		Move spaces to Report_line_ws
		String "CHANGE   " Delimited by size,
		       Dir_aba_ws Delimited by size,
		       "  " Delimited by size,
		       Dir_cust_name_ws Delimited by size,
		       "  status " Delimited by size,
		       Fed_funds_ws Delimited by size,
		       Fed_settle_ws Delimited by size,
		       " -> " Delimited by size,
		       Dir_funds_ws Delimited by size,
		       Dir_settle_ws Delimited by size,
		       Elig_note_ws Delimited by size
			into Report_line_ws
	    when other
		Add 1 to Del_count_ws
		Move spaces to Report_line_ws
		String "DROPPED  " Delimited by size,
		       Fed_aba_ws Delimited by size,
		       "  " Delimited by size,
		       Fed_cust_name_ws Delimited by size
			into Report_line_ws
	End-evaluate.
	Write FED_RPT_REC from Report_line_ws.

	If Report_only
		go to D10_APPLY_ONE_end
	End-if.

	Move Dir_aba_ws to Upd_aba_ws.
	Move Dir_tele_name_ws to Upd_tele_name_ws.
	Move Dir_cust_name_ws to Upd_cust_name_ws.
	Move Dir_state_ws to Upd_state_ws.
	Move Dir_city_ws to Upd_city_ws.
	Move Dir_funds_ws to Upd_funds_ws.
	Move Dir_settle_ws to Upd_settle_ws.
	Move Dir_book_ws to Upd_book_ws.
	Move Dir_rev_date_ws to Upd_rev_date_ws.

	Evaluate Apply_func_ws

	    when "C"
		%beg
		BREAK: Fed_upd_q;
		SEARCH: Fed_upd_q (notrap, forward, eql, Key = Upd_aba_ws);
		%end
		If Failure_is in Fed_upd_q_status
			Perform D15_APPLY_ERROR thru D15_APPLY_ERROR_end
			go to D10_APPLY_ONE_end
		End-if
		%beg
		Fed_upd_q(notrap,
		    .Systime	   NOW,
		    .Tele_name	   = Upd_tele_name_ws,
		    .Cust_name	   = Upd_cust_name_ws,
		    .State	   = Upd_state_ws,
		    .City	   = Upd_city_ws,
		    .Funds_status  = Upd_funds_ws,
		    .Settle_only   = Upd_settle_ws,
		    .Book_entry	   = Upd_book_ws,
		    .Revision_date = Upd_rev_date_ws );
		COMMIT: Tran;
		%end

	    when "D"
		Move Fed_aba_ws to Upd_aba_ws
		%beg
		BREAK: Fed_upd_q;
		SEARCH: Fed_upd_q (notrap, forward, eql, Key = Upd_aba_ws);
		%end
		If Success_is in Fed_upd_q_status
			%beg
			DELETE: Fed_upd_q (notrap, insert_lock,
				nomod_wait);
			%end
		End-if
		If Failure_is in Fed_upd_q_status
			Perform D15_APPLY_ERROR thru D15_APPLY_ERROR_end
			go to D10_APPLY_ONE_end
		End-if
		%beg COMMIT: Tran; %end

	    when other
		%beg
		Alloc_Elem: Fed_upd_q(notrap,
		    .Systime	   NOW,
		    .Aba_key	   = Upd_aba_ws,
		    .Tele_name	   = Upd_tele_name_ws,
		    .Cust_name	   = Upd_cust_name_ws,
		    .State	   = Upd_state_ws,
		    .City	   = Upd_city_ws,
		    .Funds_status  = Upd_funds_ws,
		    .Settle_only   = Upd_settle_ws,
		    .Book_entry	   = Upd_book_ws,
		    .Revision_date = Upd_rev_date_ws );
		COMMIT: Tran;
		%end
	End-evaluate.

D10_APPLY_ONE_end.
	Exit.


D15_APPLY_ERROR.

	Move spaces to Report_line_ws.
	String "*ERROR*  delta could not be applied - see above"
		Delimited by size
		into Report_line_ws.
	Write FED_RPT_REC from Report_line_ws.
	Move 1 to abort_ls.

D15_APPLY_ERROR_end.
	Exit.


D30_IMPACT_CHECK.
%^ A dropped or newly ineligible routing number that a stored
%^ repetitive or REL entry carries is exactly the setup that starts
%^ failing wires after the load; list every one under the delta line.

	If Apply_func_ws = "D"
	    Move Fed_aba_ws to Impact_aba_ws
	Else
	    Move Dir_aba_ws to Impact_aba_ws
	End-if.
	Move Impact_aba_ws to Xref_aba_ws.

	%beg
	BREAK: Fed_aba_xref;
	SEARCH: Fed_aba_xref (notrap, forward, eql,
		Key = Xref_aba_ws);
	%end.

	Perform until (Seq_end_is in Fed_aba_xref_cursor) or
		(Failure_is in Fed_aba_xref_status) or
		(Aba_key of Fed_aba_xref not = Impact_aba_ws)

	    Add 1 to Impact_count_ws

	    Evaluate Src_type of Fed_aba_xref
		when "R"
		    Move "repetitive" to Impact_src_ws
		when "L"
		    Move "REL address" to Impact_src_ws
		when other
		    Move "REL account" to Impact_src_ws
	    End-evaluate

	    Move spaces to Report_line_ws
	    String "  IMPACT " Delimited by size,
		   Impact_aba_ws Delimited by size,
		   "  referenced by " Delimited by size,
		   Impact_src_ws Delimited by size,
		   " " Delimited by size,
		   Ref_id of Fed_aba_xref Delimited by size,
		   "  bank " Delimited by size,
		   Bank of Fed_aba_xref Delimited by size
		   into Report_line_ws
	    Write FED_RPT_REC from Report_line_ws

	    %beg NEXT: Fed_aba_xref; %end

	End-perform.

	%beg BREAK: Fed_aba_xref; %end.

D30_IMPACT_CHECK_end.
	Exit.
