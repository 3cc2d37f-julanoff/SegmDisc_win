%Module UETR_LOOKUP <main>;
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

* UETR status trail lookup.
*
* Given /UETR=<uetr> (any case; the index holds lower-case hex), finds
* the wire on UETR_INDEX (see UETR_TRACK.COB) and writes its trail to
* UETR_LOOKUP_OUTPUT: our TRN and bank, then each milestone -- created,
* debit side resolved, accounted, delivered (FEDOUT_LOG / SECOUT_LOG),
* acknowledged -- with the time it was first reached and its detail,
* or "not yet".  The wire's current queue, the last queue on its
* message history, closes the trail, so a wire still short of a
* milestone shows where it is sitting.
*
* Exits with a bad status when the UETR is not on the index.

* REVISION HISTORY
* ----------------
*
* R. Iverson	26-Oct-2010	CR13228
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select UTL_RPT_FILE	Assign to "UETR_LOOKUP_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  UTL_RPT_FILE record 132 characters.
01  UTL_RPT_REC			Pic X(132).

Working-Storage Section.

01 Want_uetr_ws			Pic X(36) value spaces.
01 Utl_trn_x_ws			Pic X(16) value spaces.
01 Utl_bank_x_ws		Pic X(03) value spaces.
01 Utl_last_x_ws		Pic X(04) value spaces.
01 Utl_label_ws			Pic X(16) value spaces.
01 Utl_time_x_ws		Pic X(24) value spaces.
01 Utl_info_x_ws		Pic X(40) value spaces.
01 Cur_queue_ws			Pic X(24) value spaces.
01 Report_line_ws		Pic X(132).

%def		<MSG>		%`SBJ_DD_PATH:MSG_FSECT.DDL`		%end
%def		<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%def				%^ local fsect

INDEXA:			Que (%`SBJ_DD_PATH:REF_INDEX.DDF`);
Utl_index:		que(%`SBJ_DD_PATH:UETR_INDEX.DDF`);
Utl_trn_key_ws: rec(
  Trn_date_ws:		str(8);
  Trn_num_ws:		str(8); );
Ws_rsts:		boolean;
Utl_compose:		Compose(^NOTRAP);
Utl_clip_compose:	Compose(^NOTRAILING_BLANKS);
Utl_key_vs:		vstr(36);
Utl_time_vs:		vstr(24);
Utl_info_vs:		vstr(40);
Utl_trn_vs:		vstr(16);
Utl_bank_vs:		vstr(3);
Return_argument_ws:	vstr(40);
Return_status:		boolean;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A20_GET_QUALIFIERS thru A20_GET_QUALIFIERS_end.

	If Want_uetr_ws = spaces
	    Display "%UETR_LOOKUP-E-NOUETR, /UETR=<uetr> is required"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.

	%beg
	Utl_clip_compose ^OUT(Utl_key_vs) Want_uetr_ws, /;
	SEARCH: Utl_index (notrap, forward, eql, Key = Utl_key_vs);
	%end.

	If failure_is in Utl_index_status
	    Display "%UETR_LOOKUP-E-UETRNF, UETR " Want_uetr_ws
		    " is not on the UETR index"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	Open Output UTL_RPT_FILE.

	Perform B10_REPORT_TRAIL thru B10_REPORT_TRAIL_end.
	Perform B20_CURRENT_QUEUE thru B20_CURRENT_QUEUE_end.

	Close UTL_RPT_FILE.

	%beg
	break: INDEXA;
	break: Utl_index;
	%end.

	Display "%UETR_LOOKUP-I-DONE, UETR " Want_uetr_ws
		" is TRN " Utl_trn_x_ws ", last milestone " Utl_last_x_ws.

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	%Beg
	MSG_HISTORY_SEQ	(NoMod,NoTrap);
	INDEXA		(Read_Only);
	%End.

	call "DAT_CONN_ROOT".

	%ace_conn_q ////"REF_INDEX" to INDEXA for read_only;
	If failure_is in Ace_status_wf
	    Display "%UETR_LOOKUP-E-NOREFNDX, cannot connect REF_INDEX"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	%ACE_CONN_Q "MTS"////"UETR_INDEX" to Utl_index giving Ws_rsts;
	If failure_is in Ws_rsts
	    Display "%UETR_LOOKUP-E-NOINDEX, cannot connect UETR_INDEX"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

A10_SBJ_INIT_end.
	exit.


A20_GET_QUALIFIERS.
%^ /UETR=<uetr>, folded to lower case.

	Call "ACE_ARG_FIND" using
	      by content "-uetr:",
	      by content    "C",
	      by value     40
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status
	    Move Return_argument_ws(1:Return_argument_ws_length)
		    to Want_uetr_ws
	    Inspect Want_uetr_ws converting "ABCDEF" to "abcdef"
	End-if.

A20_GET_QUALIFIERS_end.
	exit.


B10_REPORT_TRAIL.
%^ The index entry: TRN and bank, then one line per milestone.

	%beg
	Utl_trn_vs = Utl_index.Trn_key;
	Utl_bank_vs = Utl_index.Bank;
	%end.
	If Utl_trn_vs_length > 0
	    Move Utl_trn_vs(1:Utl_trn_vs_length) to Utl_trn_x_ws
	End-if.
	If Utl_bank_vs_length > 0
	    Move Utl_bank_vs(1:Utl_bank_vs_length) to Utl_bank_x_ws
	End-if.
	Move Last_milestone of Utl_index to Utl_last_x_ws.

	Move spaces to Report_line_ws.
	String "UETR " Delimited by size,
	       Want_uetr_ws Delimited by size
		into Report_line_ws.
	Write UTL_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "TRN  " Delimited by size,
	       Utl_trn_x_ws(1:8) Delimited by size,
	       "-" Delimited by size,
	       Utl_trn_x_ws(9:8) Delimited by size,
	       "   Bank " Delimited by size,
	       Utl_bank_x_ws Delimited by size
		into Report_line_ws.
	Write UTL_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "Milestone         Reached                   Detail"
		Delimited by size
		into Report_line_ws.
	Write UTL_RPT_REC from Report_line_ws.

	Move "Created" to Utl_label_ws.
	If Crtd_time of Utl_index = 0
	    Perform X20_NOT_YET thru X20_NOT_YET_end
	Else
	    %beg
	    Utl_compose ^OUT(Utl_time_vs) Utl_index.Crtd_time, /;
	    Utl_info_vs = Utl_index.Crtd_info;
	    %end
	    Perform X10_MILESTONE_LINE thru X10_MILESTONE_LINE_end
	End-if.

	Move "Debit resolved" to Utl_label_ws.
	If Dbtr_time of Utl_index = 0
	    Perform X20_NOT_YET thru X20_NOT_YET_end
	Else
	    %beg
	    Utl_compose ^OUT(Utl_time_vs) Utl_index.Dbtr_time, /;
	    Utl_info_vs = Utl_index.Dbtr_info;
	    %end
	    Perform X10_MILESTONE_LINE thru X10_MILESTONE_LINE_end
	End-if.

	Move "Accounted" to Utl_label_ws.
	If Acct_time of Utl_index = 0
	    Perform X20_NOT_YET thru X20_NOT_YET_end
	Else
	    %beg
	    Utl_compose ^OUT(Utl_time_vs) Utl_index.Acct_time, /;
	    Utl_info_vs = Utl_index.Acct_info;
	    %end
	    Perform X10_MILESTONE_LINE thru X10_MILESTONE_LINE_end
	End-if.

	Move "Delivered" to Utl_label_ws.
	If Dlvr_time of Utl_index = 0
	    Perform X20_NOT_YET thru X20_NOT_YET_end
	Else
	    %beg
	    Utl_compose ^OUT(Utl_time_vs) Utl_index.Dlvr_time, /;
	    Utl_info_vs = Utl_index.Dlvr_info;
	    %end
	    Perform X10_MILESTONE_LINE thru X10_MILESTONE_LINE_end
	End-if.

	Move "Acknowledged" to Utl_label_ws.
	If Ackn_time of Utl_index = 0
	    Perform X20_NOT_YET thru X20_NOT_YET_end
	Else
	    %beg
	    Utl_compose ^OUT(Utl_time_vs) Utl_index.Ackn_time, /;
	    Utl_info_vs = Utl_index.Ackn_info;
	    %end
	    Perform X10_MILESTONE_LINE thru X10_MILESTONE_LINE_end
	End-if.

B10_REPORT_TRAIL_end.
	exit.


B20_CURRENT_QUEUE.
%^ Where the wire sits now: the last queue (not a *SYS_MEMO or other
%^ starred entry) on its message history.

	Move "not found on the REF_INDEX" to Cur_queue_ws.
	Move Utl_trn_x_ws(1:8) to Trn_date_ws of Utl_trn_key_ws.
	Move Utl_trn_x_ws(9:8) to Trn_num_ws of Utl_trn_key_ws.

	%Beg INDEXA ^Search (forward, eql, key = Utl_trn_key_ws); %End.
	If failure_is in INDEXA_status
	    Go to B20_CURRENT_QUEUE_WRITE
	End-if.

	%Beg INDEXA Conn: MSG_HISTORY_SEQ; %End.
	If Failure_is in MSG_HISTORY_SEQ_Status
	    Move "message history not found" to Cur_queue_ws
	    Go to B20_CURRENT_QUEUE_WRITE
	End-if.

	Move spaces to Cur_queue_ws.
	%beg MSG_HISTORY_SEQ ^FIRST; %end.

	Perform until Seq_end_is in MSG_HISTORY_SEQ_Cursor
	    If Idname of Qname of MSG_HISTORY_SEQ(1:1) not = "*"
		Move Idname of Qname of MSG_HISTORY_SEQ to Cur_queue_ws
	    End-if
	    %Beg Next: MSG_HISTORY_SEQ; %End
	End-perform.

	%Beg BREAK: MSG_HISTORY_SEQ; %End.

B20_CURRENT_QUEUE_WRITE.

	Move spaces to Report_line_ws.
	String "Current queue     " Delimited by size,
	       Cur_queue_ws Delimited by size
		into Report_line_ws.
	Write UTL_RPT_REC from Report_line_ws.

B20_CURRENT_QUEUE_end.
	exit.


X10_MILESTONE_LINE.
%^ One reached milestone: label, time and detail.

	Move spaces to Utl_time_x_ws, Utl_info_x_ws.
	If Utl_time_vs_length > 0
	    Move Utl_time_vs(1:Utl_time_vs_length) to Utl_time_x_ws
	End-if.
	If Utl_info_vs_length > 0
	    Move Utl_info_vs(1:Utl_info_vs_length) to Utl_info_x_ws
	End-if.

	Move spaces to Report_line_ws.
	String Utl_label_ws Delimited by size,
	       "  " Delimited by size,
	       Utl_time_x_ws Delimited by size,
	       "  " Delimited by size,
	       Utl_info_x_ws Delimited by size
		into Report_line_ws.
	Write UTL_RPT_REC from Report_line_ws.

X10_MILESTONE_LINE_end.
	exit.


X20_NOT_YET.
%^ A milestone the wire has not reached.

	Move spaces to Report_line_ws.
	String Utl_label_ws Delimited by size,
	       "  not yet" Delimited by size
		into Report_line_ws.
	Write UTL_RPT_REC from Report_line_ws.

X20_NOT_YET_end.
	exit.
